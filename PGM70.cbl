      *    MANUTENCAO DO CALENDARIO DE PROCESSAMENTO (CALENPRO.DAT,
      *    LAYOUT CPYCALEN): FERIADOS DO MUNICIPIO E A FREQUENCIA DE
      *    CADA PASSO DO CICLO NOTURNO (DIARIO, SEMANAL, MENSAL NO
      *    N-ESIMO DIA UTIL OU NUNCA, PARA DESLIGAR UM PASSO
      *    OPCIONAL COMO A VARREDURA DE INTEGRIDADE). E DAQUI QUE O
      *    CONDUTOR (PGM33) DECIDE O QUE RODA EM CADA DATA -- OS
      *    MENSAIS (PGM11/21/23) DEIXAM DE DEPENDER DE ALGUEM LEMBRAR
      *    DE LANCA-LOS.
      *    CHAMADO PELO PGM00 NO SUBMENU SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
           DISPLAY  "TIPO (F=FERIADO P=PASSO):"  AT  1310.
           DISPLAY  "CHAVE (DATA AAAAMMDD OU PROGRAMA):"  AT  1410.
           DISPLAY  "DESCRICAO:"  AT  1510.
           DISPLAY  "FREQ (D/S/M/N):"  AT  1610.
           DISPLAY  "DIA SEMANA (1=SEG..7=DOM):"  AT  1650.
           DISPLAY  "DIA UTIL DO MES:"  AT  1710.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       EXIBIR-REGISTRO.
           DISPLAY CAL-DESCRICAO  AT 1521
           DISPLAY CAL-FREQUENCIA AT 1626
           DISPLAY CAL-DIA-SEMANA AT 1677
           DISPLAY CAL-DIA-UTIL   AT 1727.

           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL CAL-FREQ-DIARIA OR CAL-FREQ-SEMANAL
                          OR CAL-FREQ-MENSAL OR CAL-FREQ-NUNCA
                   ACCEPT CAL-FREQUENCIA AT 1626 WITH UPPER AUTO
               END-PERFORM
               IF  CAL-FREQ-SEMANAL
                   PERFORM WITH TEST AFTER

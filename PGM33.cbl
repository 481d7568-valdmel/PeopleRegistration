      *      5 PGM11 - ESTATISTICAS (FOTOGRAFIA)
      *      6 PGM21 - CONSULTA DE CPF AO CADASTRO FEDERAL
      *      7 PGM23 - CARGA DE OBITOS DO CARTORIO
      *      8 PGM116 - INTEGRIDADE DOS ARQUIVOS-SATELITE (OPCIONAL,
      *               SO RELATORIO; LIGADO PELO CALENDARIO)
      *    O QUE RODA EM CADA DATA E DECIDIDO PELO CALENDARIO DE
      *    PROCESSAMENTO (CALENPRO.DAT, TELA PGM70): FERIADOS E DIAS
      *    DE FIM DE SEMANA NAO ABREM CICLO NOVO, E CADA PASSO TEM
      *    FREQUENCIA PROPRIA (DIARIA, SEMANAL OU MENSAL NO N-ESIMO
      *    DIA UTIL, OU NUNCA). PASSO FORA DA FREQUENCIA DO DIA E
      *    REGISTRADO COMO DISPENSADO ("D") NO CICLO.CTL -- OS MENSAIS
      *    DEIXAM DE DEPENDER DE ALGUEM LEMBRAR DE LANCA-LOS. SEM O
      *    CALENDARIO, OS PADROES HISTORICOS VALEM (1-4 DIARIOS,
      *    5-7 MENSAIS NO PRIMEIRO DIA UTIL, 8 DESLIGADO).
      *    CADA PASSO TEM INICIO/FIM/SITUACAO REGISTRADOS NO ARQUIVO
      *    DE CONTROLE CICLO.CTL (P=PENDENTE, E=EXECUTANDO,
      *    C=CONCLUIDO, F=FALHOU, D=DISPENSADO). SE UM PASSO FALHA
       01  W-CARIMBO-AGORA     PIC 9(14) VALUE ZEROS.

       01  W-TAB-PASSOS.
           05  W-PASSO-ITEM OCCURS 8 TIMES.
               10  W-PAS-PROGRAMA  PIC X(8).
               10  W-PAS-SITUACAO  PIC X(1).
                   88  PASSO-PENDENTE   VALUE "P".

           PERFORM EXECUTAR-PASSO
                   VARYING W-IDX-PASSO FROM W-PASSO-INICIAL BY 1
                   UNTIL W-IDX-PASSO > 8 OR W-CORRENTE-PAROU = "S".

           PERFORM ENCERRAR-CICLO.
           MOVE "N" TO W-CICLO-AUTOMATICO
           ELSE
           IF  CAL-PASSO
               PERFORM VARYING W-IDX-CFG FROM 1 BY 1
                       UNTIL W-IDX-CFG > 8
                   IF  W-PAS-PROGRAMA (W-IDX-CFG) = CAL-CHAVE-DET
                       MOVE CAL-FREQUENCIA
                            TO W-PAS-FREQUENCIA (W-IDX-CFG)
           END-PERFORM.

      *    O CONTROLE E CARREGADO INTEIRO PARA A TABELA EM MEMORIA E
      *    REGRAVADO INTEIRO A CADA MUDANCA DE SITUACAO (8 REGISTROS
      *    FIXOS). SEM ARQUIVO OU COM CONTEUDO INESPERADO, O CICLO
      *    COMECA DO ZERO.
       CARREGAR-CONTROLE.
           MOVE "PGM11"  TO W-PAS-PROGRAMA (5)
           MOVE "PGM21"  TO W-PAS-PROGRAMA (6)
           MOVE "PGM23"  TO W-PAS-PROGRAMA (7)
           MOVE "PGM116" TO W-PAS-PROGRAMA (8)
           PERFORM VARYING W-IDX-PASSO FROM 1 BY 1
                   UNTIL W-IDX-PASSO > 8
               MOVE "C"   TO W-PAS-SITUACAO (W-IDX-PASSO)
               MOVE ZEROS TO W-PAS-INICIO (W-IDX-PASSO)
               MOVE ZEROS TO W-PAS-FIM (W-IDX-PASSO)
                   MOVE ZEROS TO W-PAS-DIA-SEMANA (W-IDX-PASSO)
                   MOVE 1 TO W-PAS-DIA-UTIL (W-IDX-PASSO)
               END-IF
           END-PERFORM
      *    A VARREDURA DE INTEGRIDADE E OPCIONAL: SO RODA QUANDO O
      *    SUPERVISOR LHE DA UMA FREQUENCIA NO CALENDARIO (PGM70).
           MOVE "N" TO W-PAS-FREQUENCIA (8)
           MOVE ZEROS TO W-PAS-DIA-UTIL (8).

       LER-CONTROLE.
           READ ARQ-CICLO
           END-READ.

       GUARDAR-CONTROLE.
           IF  CIC-PASSO > 0 AND CIC-PASSO < 9
               MOVE CIC-SITUACAO TO W-PAS-SITUACAO (CIC-PASSO)
               MOVE CIC-INICIO   TO W-PAS-INICIO (CIC-PASSO)
               MOVE CIC-FIM      TO W-PAS-FIM (CIC-PASSO)
       DEFINIR-PASSO-INICIAL.
           MOVE ZEROS TO W-PASSO-INICIAL
           PERFORM VARYING W-IDX-PASSO FROM 1 BY 1
                   UNTIL W-IDX-PASSO > 8
                      OR W-PASSO-INICIAL > ZEROS
               IF  NOT PASSO-CONCLUIDO (W-IDX-PASSO)
                AND NOT PASSO-DISPENSADO (W-IDX-PASSO)
           DISPLAY "INICIANDO CICLO NOTURNO NOVO - DIA UTIL "
                   W-DIA-UTIL-HOJE " DO MES"
           PERFORM VARYING W-IDX-PASSO FROM 1 BY 1
                   UNTIL W-IDX-PASSO > 8
               PERFORM APURAR-PASSO-DEVIDO
               IF  W-PASSO-DEVIDO = "S"
                   MOVE "P" TO W-PAS-SITUACAO (W-IDX-PASSO)
                       W-PAS-DIA-UTIL (W-IDX-PASSO)
                       MOVE "S" TO W-PASSO-DEVIDO
                   END-IF
               WHEN "N"
                   MOVE "N" TO W-PASSO-DEVIDO
               WHEN OTHER
                   MOVE "S" TO W-PASSO-DEVIDO
           END-EVALUATE.
               WHEN 7
                   PERFORM LIBERAR-PESSOAS
                   CALL "PGM23"
               WHEN 8
                   PERFORM LIBERAR-PESSOAS
                   CALL "PGM116"
           END-EVALUATE

           PERFORM CARIMBAR-AGORA
               END-IF
           END-IF.

      *    PGM21, PGM23 E PGM116 ABREM ARQ-PESSOAS POR CONTA PROPRIA
      *    (FDs NAO-EXTERNAL): A FD EXTERNAL DO CONDUTOR E FECHADA ANTES
      *    PARA O MESMO ARQUIVO NAO FICAR ABERTO DUAS VEZES.
       LIBERAR-PESSOAS.
           IF  W-PESSOAS-ABERTO = "S"
           ELSE
               PERFORM GRAVAR-REGISTRO-CICLO
                       VARYING CIC-PASSO FROM 1 BY 1
                       UNTIL CIC-PASSO > 8
               CLOSE ARQ-CICLO
           END-IF.


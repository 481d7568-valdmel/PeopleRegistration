       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM85  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    RECUPERACAO DE PAGAMENTOS INDEVIDOS (DEBITOS.DAT, LAYOUT
      *    CPYDEBIT, APURADOS PELO PGM84). O SUPERVISOR LOCALIZA O
      *    DEBITO PELO CPF + PROGRAMA + COMPETENCIA E:
      *      P - PARCELA O SALDO (1 A 60 PARCELAS): O DEBITO PASSA A
      *          "R" E A REMESSA AO BANCO (PGM52) DESCONTA UMA
      *          PARCELA POR COMPETENCIA DO PAGAMENTO DE OUTRO
      *          PROGRAMA A QUE A FAMILIA AINDA TEM DIREITO. UM
      *          REPARCELAMENTO RECALCULA A PARCELA SOBRE O SALDO;
      *      D - REGISTRA DEVOLUCAO PAGA POR GUIA (TOTAL OU PARCIAL);
      *          SALDO ZERO QUITA O DEBITO ("Q");
      *      B - BAIXA O DEBITO ("C" - CONTESTACAO PROCEDENTE,
      *          PRESCRICAO), COM CONFIRMACAO;
      *      C - CONSULTA.
      *    DEBITO QUITADO OU BAIXADO NAO E MAIS ALTERADO. CADA
      *    GRAVACAO E CARIMBADA COM O OPERADOR E A DATA. CHAMADO PELO
      *    PGM00 NO SUBMENU SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELDB REPLACING STATUS-FIELD BY CODERRO.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-DEBITOS
           LABEL  RECORD  STANDARD.
       COPY CPYDEBIT.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "P" "D" "B" "C".
           88  FUNCAO-PARCELAR  VALUE "P".
           88  FUNCAO-DEVOLUCAO VALUE "D".
           88  FUNCAO-BAIXAR    VALUE "B".
           88  FUNCAO-CONSULTAR VALUE "C".
       77  W-CONFIRMA  PIC X VALUE SPACE.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-SALDO             PIC 9(7)V99 VALUE ZEROS.
       01  W-QTD-PARCELAS      PIC 9(2) VALUE ZEROS.
       01  W-VALOR-DEVOLVIDO   PIC 9(7)V99 VALUE ZEROS.
       01  W-MES-COMPET        PIC 9(2) VALUE ZEROS.
       01  W-DESCR-MOTIVO      PIC X(14) VALUE SPACES.
       01  W-DESCR-SITUACAO    PIC X(15) VALUE SPACES.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       SCREEN SECTION.
           01 TELA01.
           05 BLANK SCREEN.
           05 TITULO.
               10 LINE 02 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
               10 LINE 04 COLUMN 25 VALUE
               "SISTEMA DE CADASTRO DE PESSOAS".
               10 LINE 06 COLUMN 25 VALUE
               "DEBITOS DE PAGAMENTO INDEVIDO".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM   INICIALIZACAO.
           IF  OPC NOT = "N"
               PERFORM PROCESSAMENTO UNTIL OPC = "N"
           END-IF.
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.

      *    O CADASTRO NASCE NA PRIMEIRA APURACAO (PGM84); SEM ELE NAO
      *    HA O QUE NEGOCIAR.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-DEBITOS.
           IF  CODERRO = "35"
               DISPLAY "NENHUM DEBITO APURADO AINDA (DEBITOS.DAT)"
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           ELSE
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR DEBITOS.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           ELSE
               MOVE "S" TO W-ARQUIVO-ABERTO
           END-IF
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           PERFORM   ROTINA-LEITURA.
           PERFORM   EXECUTAR-FUNCAO.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-DEBITOS.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: P=PARCELAR D=DEVOLUCAO B=BAIXAR"
                    AT  1010.
           DISPLAY  "        C=CONSULTAR"  AT  1110.
           DISPLAY  "CPF..............:"  AT  1210.
           DISPLAY  "PROGRAMA.........:"  AT  1310.
           DISPLAY  "COMPET. (AAAAMM).:"  AT  1410.
           DISPLAY  "MOTIVO...........:"  AT  1510.
           DISPLAY  "VALOR ORIGINAL...:"  AT  1610.
           DISPLAY  "RECUPERADO:"         AT  1645.
           DISPLAY  "SALDO DEVEDOR....:"  AT  1710.
           DISPLAY  "PARCELAS.........:"  AT  1810.
           DISPLAY  "/"                   AT  1832.
           DISPLAY  "VALOR PARCELA:"      AT  1845.
           DISPLAY  "SITUACAO.........:"  AT  1910.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1135 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE P, D, B OU C" AT 2421
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL DEB-CPF NOT = SPACES
               ACCEPT DEB-CPF  AT 1229 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL DEB-PROGRAMA NOT = SPACES
               ACCEPT DEB-PROGRAMA  AT 1329 WITH UPPER AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-MES-COMPET > 00 AND W-MES-COMPET < 13
               ACCEPT DEB-COMPETENCIA  AT 1429 WITH AUTO
               MOVE DEB-COMPETENCIA (5:2) TO W-MES-COMPET
               IF  W-MES-COMPET = 00 OR W-MES-COMPET > 12
                   DISPLAY "COMPETENCIA INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM

           READ ARQ-DEBITOS
           IF  CODERRO = "23"
               DISPLAY "DEBITO NAO FOI ENCONTRADO" AT 2421 WITH
                       FOREGROUND-COLOR 4
           ELSE
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM EXIBIR-DADOS-DEBITO
           END-IF
           END-IF.

       EXIBIR-DADOS-DEBITO.
           EVALUATE TRUE
               WHEN DEB-MOT-OBITO
                   MOVE "OBITO"          TO W-DESCR-MOTIVO
               WHEN DEB-MOT-EXCLUSAO
                   MOVE "EXCLUSAO"       TO W-DESCR-MOTIVO
               WHEN DEB-MOT-TRANSFERENCIA
                   MOVE "TRANSFERENCIA"  TO W-DESCR-MOTIVO
               WHEN DEB-MOT-BLOQUEIO
                   MOVE "BLOQUEIO JUDIC" TO W-DESCR-MOTIVO
               WHEN OTHER
                   MOVE SPACES           TO W-DESCR-MOTIVO
           END-EVALUATE
           MOVE DEB-DATA-PERDA (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                  TO W-DATA-EXIBICAO (3:1)
           MOVE DEB-DATA-PERDA (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                  TO W-DATA-EXIBICAO (6:1)
           MOVE DEB-DATA-PERDA (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DESCR-MOTIVO  AT 1529
           DISPLAY "EM"            AT 1545
           DISPLAY W-DATA-EXIBICAO AT 1548

           MOVE DEB-VALOR-ORIGINAL   TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT      AT 1629
           MOVE DEB-VALOR-RECUPERADO TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT      AT 1657
           COMPUTE W-SALDO = DEB-VALOR-ORIGINAL - DEB-VALOR-RECUPERADO
           MOVE W-SALDO              TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT      AT 1729
           DISPLAY DEB-PARCELAS-PAGAS AT 1829
           DISPLAY DEB-QTD-PARCELAS  AT 1833
           MOVE DEB-VALOR-PARCELA    TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT      AT 1860
           PERFORM EXIBIR-SITUACAO.

       EXIBIR-SITUACAO.
           EVALUATE TRUE
               WHEN DEB-APURADO
                   MOVE "APURADO"         TO W-DESCR-SITUACAO
               WHEN DEB-EM-RECUPERACAO
                   MOVE "EM RECUPERACAO"  TO W-DESCR-SITUACAO
               WHEN DEB-QUITADO
                   MOVE "QUITADO"         TO W-DESCR-SITUACAO
               WHEN DEB-CANCELADO
                   MOVE "BAIXADO"         TO W-DESCR-SITUACAO
               WHEN OTHER
                   MOVE SPACES            TO W-DESCR-SITUACAO
           END-EVALUATE
           DISPLAY DEB-SITUACAO     AT 1929
           DISPLAY W-DESCR-SITUACAO AT 1931.

       EXECUTAR-FUNCAO.
           IF  CODERRO = "00"
               IF  FUNCAO-CONSULTAR
                   CONTINUE
               ELSE
               IF  DEB-QUITADO OR DEB-CANCELADO
                   DISPLAY "DEBITO ENCERRADO NAO PODE SER ALTERADO"
                           AT 2421 WITH FOREGROUND-COLOR 4
               ELSE
               IF  FUNCAO-PARCELAR
                   PERFORM PARCELAR-DEBITO
               ELSE
               IF  FUNCAO-DEVOLUCAO
                   PERFORM REGISTRAR-DEVOLUCAO
               ELSE
               IF  FUNCAO-BAIXAR
                   PERFORM BAIXAR-DEBITO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    O PARCELAMENTO CONTA DAQUI PARA A FRENTE: A QUANTIDADE E
      *    AS PARCELAS PAGAS RECOMECAM SOBRE O SALDO ATUAL. A ULTIMA
      *    PARCELA DESCONTADA PELA REMESSA E LIMITADA AO SALDO.
       PARCELAR-DEBITO.
           DISPLAY "QUANTIDADE DE PARCELAS (01 A 60):" AT 2110
           PERFORM WITH TEST AFTER
                   UNTIL W-QTD-PARCELAS > 0 AND W-QTD-PARCELAS < 61
               ACCEPT W-QTD-PARCELAS AT 2144 WITH AUTO
               IF  W-QTD-PARCELAS = 0 OR W-QTD-PARCELAS > 60
                   DISPLAY "QUANTIDADE INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           MOVE W-QTD-PARCELAS TO DEB-QTD-PARCELAS
           MOVE ZEROS          TO DEB-PARCELAS-PAGAS
           COMPUTE DEB-VALOR-PARCELA ROUNDED =
                   W-SALDO / W-QTD-PARCELAS
           IF  DEB-VALOR-PARCELA * W-QTD-PARCELAS < W-SALDO
               ADD 0,01 TO DEB-VALOR-PARCELA
           END-IF
           MOVE "R"                TO DEB-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO DEB-DATA-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO DEB-OPERADOR
           REWRITE REG-DEBITOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               PERFORM EXIBIR-DADOS-DEBITO
               DISPLAY "DEBITO PARCELADO" AT 2421
           END-IF.

       REGISTRAR-DEVOLUCAO.
           DISPLAY "VALOR DEVOLVIDO POR GUIA.......:" AT 2110
           PERFORM WITH TEST AFTER
                   UNTIL W-VALOR-DEVOLVIDO > ZEROS
                     AND W-VALOR-DEVOLVIDO NOT > W-SALDO
               ACCEPT W-VALOR-DEVOLVIDO AT 2144 WITH AUTO
               IF  W-VALOR-DEVOLVIDO = ZEROS
                OR W-VALOR-DEVOLVIDO > W-SALDO
                   DISPLAY "VALOR INVALIDO OU ACIMA DO SALDO!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           ADD W-VALOR-DEVOLVIDO TO DEB-VALOR-RECUPERADO
           IF  DEB-VALOR-RECUPERADO NOT < DEB-VALOR-ORIGINAL
               MOVE "Q"              TO DEB-SITUACAO
               MOVE WS-DATA-SIST-NUM TO DEB-DATA-SITUACAO
           END-IF
           MOVE WS-OPERADOR-LOGADO TO DEB-OPERADOR
           REWRITE REG-DEBITOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               PERFORM EXIBIR-DADOS-DEBITO
               DISPLAY "DEVOLUCAO REGISTRADA" AT 2421
           END-IF.

       BAIXAR-DEBITO.
           DISPLAY "CONFIRMA A BAIXA DO DEBITO? (S/N):" AT 2110
           PERFORM WITH TEST AFTER
                   UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2145 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA = "S"
               MOVE "C"                TO DEB-SITUACAO
               MOVE WS-DATA-SIST-NUM   TO DEB-DATA-SITUACAO
               MOVE WS-OPERADOR-LOGADO TO DEB-OPERADOR
               REWRITE REG-DEBITOS
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-GRAVACAO
               ELSE
                   PERFORM EXIBIR-SITUACAO
                   DISPLAY "DEBITO BAIXADO" AT 2421
               END-IF
           ELSE
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
           END-IF.

       EXIBIR-ERRO-GRAVACAO.
           DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO
                   AT 2421 WITH FOREGROUND-COLOR 4.

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2235 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC

               IF  OPC-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       FINALIZACAO.
           IF  W-ARQUIVO-ABERTO = "S"
               CLOSE ARQ-DEBITOS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

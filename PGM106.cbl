       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM106  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    ATRIBUICAO DAS VISITAS DOMICILIARES (VISITAS.DAT, LAYOUT
      *    CPYVISIT) PELO SUPERVISOR. MESMO PERCURSO DAS LISTAS DO
      *    PGM30/PGM96: PERCORRE AS VISITAS EM ABERTO (SOLICITADAS OU
      *    JA ATRIBUIDAS) E, A CADA UMA, MOSTRA A PESSOA, O ENDERECO
      *    ATUAL DO CADASTRO, A ORIGEM E O MOTIVO. O SUPERVISOR
      *    ATRIBUI (A) A UM TECNICO -- O LOGIN PRECISA SER DE UM
      *    OPERADOR ATIVO EM ARQ-OPERADORES --, PULA (P) OU ENCERRA A
      *    LISTA (N). UMA VISITA JA ATRIBUIDA PODE SER PASSADA A OUTRO
      *    TECNICO. A ATRIBUICAO E CARIMBADA COM O SUPERVISOR E A
      *    DATA. O ROTEIRO IMPRESSO SAI NO PGM108. CHAMADO PELO PGM00
      *    NO SUBMENU SUPERVISAO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELOP REPLACING STATUS-FIELD BY CODERRO-OPE.

           COPY CPYSELVI REPLACING STATUS-FIELD BY CODERRO-VIS.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-OPERADORES IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYREGOP.

       FD  ARQ-VISITAS
           LABEL  RECORD  STANDARD.
       COPY CPYVISIT.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-OPE  PIC X(2) VALUE SPACES.
       77  CODERRO-VIS  PIC X(2) VALUE SPACES.
       77  W-DECISAO  PIC X VALUE SPACE.
           88  DECISAO-OK  VALUE "A" "P" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-FIM-VISITAS       PIC X  VALUE "N".
           88  FIM-VISITAS         VALUE "S".
       01  W-CONT-ATRIBUIDAS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-PULADAS      PIC 9(6) VALUE ZEROS.
       01  W-TECNICO           PIC X(8) VALUE SPACES.
       01  W-TECNICO-OK        PIC X  VALUE "N".
       01  W-DESCR-ORIGEM      PIC X(26) VALUE SPACES.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.

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
               10 LINE 06 COLUMN 24 VALUE
               "ATRIBUICAO DE VISITAS DOMICILIARES".
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

           DISPLAY ERASE.
           DISPLAY TELA01.
           PERFORM   TRABALHAR-LISTA.
           EXIT PROGRAM.

      *    ARQ-PESSOAS E ARQ-OPERADORES sao abertos por PGM00 (FD IS
      *    EXTERNAL) e permanecem abertos pela sessao inteira; este
      *    programa so le os arquivos ja abertos.
       TRABALHAR-LISTA.
           MOVE "N" TO W-FIM-VISITAS W-DECISAO
           OPEN I-O ARQ-VISITAS.
           IF  CODERRO-VIS NOT = "00"
               DISPLAY "NENHUMA VISITA SOLICITADA - STATUS "
                       CODERRO-VIS AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-VISITA
           PERFORM TRATAR-VISITA
                   UNTIL FIM-VISITAS OR W-DECISAO = "N"
           CLOSE ARQ-VISITAS
           DISPLAY TELA01
           DISPLAY "VISITAS ATRIBUIDAS...:" AT 1210
           DISPLAY W-CONT-ATRIBUIDAS       AT 1233
           DISPLAY "VISITAS PULADAS......:" AT 1310
           DISPLAY W-CONT-PULADAS          AT 1333
           DISPLAY "FIM DA LISTA - TECLE <ENTER>" AT 2421
           STOP " ".

       LER-VISITA.
           PERFORM LER-REGISTRO-LISTA
           PERFORM LER-REGISTRO-LISTA
                   UNTIL FIM-VISITAS OR VIS-EM-ABERTO.

       LER-REGISTRO-LISTA.
           IF  W-FIM-VISITAS NOT = "S"
               READ ARQ-VISITAS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-VISITAS
               END-READ
           END-IF.

       TRATAR-VISITA.
           PERFORM EXIBIR-VISITA
           PERFORM RECEBER-DECISAO
           IF  W-DECISAO = "A"
               PERFORM ATRIBUIR-VISITA
           ELSE
           IF  W-DECISAO = "P"
               ADD 1 TO W-CONT-PULADAS
           END-IF
           END-IF
           IF  W-DECISAO NOT = "N"
               PERFORM LER-VISITA
           END-IF.

       EXIBIR-VISITA.
           DISPLAY TELA01
           DISPLAY "SOLICITADA EM:"  AT 0910
           MOVE VIS-DATA-SOLICITACAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                        TO W-DATA-EXIBICAO (3:1)
           MOVE VIS-DATA-SOLICITACAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                        TO W-DATA-EXIBICAO (6:1)
           MOVE VIS-DATA-SOLICITACAO (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DATA-EXIBICAO   AT 0925
           DISPLAY "CPF...............:" AT 1010
           DISPLAY VIS-CPF           AT 1030
           MOVE VIS-CPF TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO NOT = "00"
               DISPLAY "NAO CADASTRADO" AT 1110
           ELSE
               DISPLAY "NOME..............:" AT 1110
               DISPLAY NOME          AT 1130
               DISPLAY "ENDERECO..........:" AT 1210
               DISPLAY ENDERECO      AT 1230
               DISPLAY "COMPLEMENTO.......:" AT 1310
               DISPLAY COMPLEMENTO   AT 1330
               DISPLAY "BAIRRO / CEP......:" AT 1410
               DISPLAY BAIRRO        AT 1430
               DISPLAY CEP           AT 1452
           END-IF
           PERFORM DESCREVER-ORIGEM
           DISPLAY "ORIGEM............:" AT 1510
           DISPLAY W-DESCR-ORIGEM    AT 1530
           DISPLAY "MOTIVO............:" AT 1610
           DISPLAY VIS-MOTIVO        AT 1630
           DISPLAY "TECNICO ATUAL.....:" AT 1710
           IF  VIS-ATRIBUIDA
               DISPLAY VIS-TECNICO   AT 1730
           ELSE
               DISPLAY "(NENHUM)"    AT 1730
           END-IF
           DISPLAY "A=ATRIBUIR P=PULAR N=ENCERRAR:" AT 2110.

       DESCREVER-ORIGEM.
           EVALUATE TRUE
               WHEN VIS-ORIGEM-CORREIO
                   MOVE "CORRESPONDENCIA DEVOLVIDA" TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-ELEGIB
                   MOVE "ELEGIBILIDADE"       TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-CADUNICO
                   MOVE "DIVERGENCIA CADUNICO" TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-FRAUDE
                   MOVE "INDICIO DE FRAUDE"   TO W-DESCR-ORIGEM
               WHEN OTHER
                   MOVE "PEDIDO NO BALCAO"    TO W-DESCR-ORIGEM
           END-EVALUATE.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2142 WITH UPPER AUTO
               IF  DECISAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE A, P OU N" AT 2421
               END-IF
           END-PERFORM.

      *    O TECNICO E UM OPERADOR ATIVO DO SISTEMA; LOGIN EM BRANCO
      *    DESISTE DA ATRIBUICAO (CONTA COMO PULADA).
       ATRIBUIR-VISITA.
           DISPLAY "LOGIN DO TECNICO..:" AT 1910
           MOVE "N" TO W-TECNICO-OK
           PERFORM RECEBER-TECNICO
                   UNTIL W-TECNICO-OK = "S" OR W-TECNICO = SPACES
           IF  W-TECNICO = SPACES
               ADD 1 TO W-CONT-PULADAS
               EXIT PARAGRAPH
           END-IF
           MOVE W-TECNICO          TO VIS-TECNICO
           MOVE WS-OPERADOR-LOGADO TO VIS-SUPERVISOR
           MOVE WS-DATA-SIST-NUM   TO VIS-DATA-ATRIBUICAO
           MOVE "A"                TO VIS-SITUACAO
           REWRITE REG-VISITAS
           IF  CODERRO-VIS NOT = "00"
               DISPLAY "ERRO AO ATRIBUIR VISITA - STATUS "
                       CODERRO-VIS AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
           ELSE
               ADD 1 TO W-CONT-ATRIBUIDAS
           END-IF.

       RECEBER-TECNICO.
           MOVE SPACES TO W-TECNICO
           ACCEPT W-TECNICO AT 1930 WITH AUTO
           IF  W-TECNICO NOT = SPACES
               MOVE W-TECNICO TO OPE-LOGIN
               READ ARQ-OPERADORES
               IF  CODERRO-OPE = "00" AND OPERADOR-ATIVO
                   MOVE "S" TO W-TECNICO-OK
                   DISPLAY OPE-NOME AT 1940
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "TECNICO NAO E OPERADOR ATIVO" AT 2421
                           WITH FOREGROUND-COLOR 4
               END-IF
           END-IF.

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM96  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    LISTA DE DIVERGENCIAS COM O CADUNICO FEDERAL (CADUNICO.WRK,
      *    LAYOUT CPYDIVCU, REFEITA A CADA CARGA PELO PGM95). MESMO
      *    PERCURSO DA LISTA DE QUALIDADE DO PGM30: PULA OS ITENS JA
      *    BAIXADOS E, A CADA PENDENCIA, MOSTRA O VALOR DO CADUNICO E
      *    O DO MUNICIPIO LADO A LADO, COM A TELA ONDE O CADASTRO SE
      *    ACERTA. O ATENDENTE ACERTA O CADASTRO NA TELA INDICADA (OU
      *    CONFIRMA QUE O DADO DO MUNICIPIO E O CORRETO) E BAIXA O
      *    ITEM (B), PULA (P) OU ENCERRA A LISTA (N). A BAIXA E
      *    CARIMBADA COM O OPERADOR E A DATA (REWRITE NO SEQUENCIAL).
      *    ESTE PROGRAMA NAO ALTERA O CADASTRO. CHAMADO PELO PGM00 NO
      *    SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\CADUNICO.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-TRB.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-TRABALHO
           LABEL  RECORD  STANDARD.
       COPY CPYDIVCU.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-TRB  PIC X(2) VALUE SPACES.
       77  W-DECISAO  PIC X VALUE SPACE.
           88  DECISAO-OK  VALUE "B" "P" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-FIM-TRABALHO      PIC X  VALUE "N".
           88  FIM-TRABALHO        VALUE "S".
       01  W-CONT-BAIXADOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-PULADOS      PIC 9(6) VALUE ZEROS.
       01  W-DESCR-TIPO        PIC X(40) VALUE SPACES.
       01  W-TELA-ACERTO       PIC X(40) VALUE SPACES.
       01  W-SITUACAO-LOCAL    PIC X(30) VALUE SPACES.
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
               10 LINE 06 COLUMN 25 VALUE
               "DIVERGENCIAS COM O CADUNICO".
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

      *    ARQ-PESSOAS e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    le o arquivo ja aberto, sem abrir nem fechar sozinho.
       TRABALHAR-LISTA.
           MOVE "N" TO W-FIM-TRABALHO W-DECISAO
           OPEN I-O ARQ-TRABALHO.
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "NENHUMA CARGA DO CADUNICO - STATUS "
                       CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-TRABALHO
           PERFORM TRATAR-PENDENCIA
                   UNTIL FIM-TRABALHO OR W-DECISAO = "N"
           CLOSE ARQ-TRABALHO
           DISPLAY TELA01
           DISPLAY "DIVERGENCIAS BAIXADAS:" AT 1210
           DISPLAY W-CONT-BAIXADOS         AT 1233
           DISPLAY "PENDENCIAS PULADAS...:" AT 1310
           DISPLAY W-CONT-PULADOS          AT 1333
           DISPLAY "FIM DA LISTA - TECLE <ENTER>" AT 2421
           STOP " ".

       LER-TRABALHO.
           PERFORM LER-REGISTRO-LISTA
           PERFORM LER-REGISTRO-LISTA
                   UNTIL FIM-TRABALHO OR DIV-PENDENTE.

       LER-REGISTRO-LISTA.
           IF  W-FIM-TRABALHO NOT = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO W-FIM-TRABALHO
               END-READ
           END-IF.

       TRATAR-PENDENCIA.
           PERFORM EXIBIR-PENDENCIA
           PERFORM RECEBER-DECISAO
           IF  W-DECISAO = "B"
               PERFORM BAIXAR-DIVERGENCIA
           ELSE
           IF  W-DECISAO = "P"
               ADD 1 TO W-CONT-PULADOS
           END-IF
           END-IF
           IF  W-DECISAO NOT = "N"
               PERFORM LER-TRABALHO
           END-IF.

       EXIBIR-PENDENCIA.
           DISPLAY TELA01
           PERFORM DESCREVER-TIPO
           DISPLAY "CARGA EM:"   AT 0910
           MOVE DIV-DATA-CARGA (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                  TO W-DATA-EXIBICAO (3:1)
           MOVE DIV-DATA-CARGA (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                  TO W-DATA-EXIBICAO (6:1)
           MOVE DIV-DATA-CARGA (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DATA-EXIBICAO   AT 0920
           DISPLAY "DIVERGENCIA.......:" AT 1010
           DISPLAY DIV-TIPO          AT 1030
           DISPLAY W-DESCR-TIPO      AT 1033
           DISPLAY "CPF / NIS.........:" AT 1110
           DISPLAY DIV-CPF           AT 1130
           DISPLAY DIV-NIS           AT 1145
           DISPLAY "NOME..............:" AT 1210
           DISPLAY DIV-NOME          AT 1230
           DISPLAY "COD. FAMILIAR.....:" AT 1310
           DISPLAY DIV-CODIGO-FAMILIAR AT 1330
           DISPLAY "RESPONSAVEL.......:" AT 1410
           DISPLAY DIV-CPF-RESPONSAVEL AT 1430
           PERFORM EXIBIR-SITUACAO-LOCAL
           DISPLAY "CADUNICO:"       AT 1602
           DISPLAY DIV-VALOR-CADUNICO AT 1612
           DISPLAY "MUNICIPIO:"      AT 1702
           DISPLAY DIV-VALOR-LOCAL   AT 1712
           DISPLAY "ACERTAR EM........:" AT 1910
           DISPLAY W-TELA-ACERTO     AT 1930
           DISPLAY "B=BAIXAR P=PULAR N=ENCERRAR:" AT 2110.

       DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN DIV-NAO-CADASTRADO
                   MOVE "SEM CADASTRO ATIVO NO MUNICIPIO"
                        TO W-DESCR-TIPO
                   MOVE "MENU PRINCIPAL - 1 INCLUIR / 2 ALTERAR"
                        TO W-TELA-ACERTO
               WHEN DIV-ENDERECO
                   MOVE "ENDERECO/CEP DIFERENTE" TO W-DESCR-TIPO
                   MOVE "MENU PRINCIPAL - 2 ALTERAR"
                        TO W-TELA-ACERTO
               WHEN DIV-MEMBRO-AUSENTE
                   MOVE "MEMBRO AUSENTE DOS DEPENDENTES"
                        TO W-DESCR-TIPO
                   MOVE "APOIO - 2 DEPENDENTES" TO W-TELA-ACERTO
               WHEN DIV-RENDA
                   MOVE "RENDA FORA DA TOLERANCIA" TO W-DESCR-TIPO
                   MOVE "APOIO - 7 RENDA FAMILIAR" TO W-TELA-ACERTO
               WHEN DIV-NIS-DIVERGENTE
                   MOVE "NIS DIFERENTE OU NAO REGISTRADO"
                        TO W-DESCR-TIPO
                   MOVE "APOIO - 8 BENEFICIOS, FUNCAO N"
                        TO W-TELA-ACERTO
               WHEN OTHER
                   MOVE SPACES TO W-DESCR-TIPO W-TELA-ACERTO
           END-EVALUATE.

      *    SITUACAO ATUAL DO CADASTRO, PARA O ATENDENTE VER SE A
      *    DIVERGENCIA JA FOI ACERTADA DEPOIS DA CARGA.
       EXIBIR-SITUACAO-LOCAL.
           DISPLAY "CADASTRO HOJE.....:" AT 1510
           IF  DIV-CPF = SPACES
               MOVE "SEM CPF NO CADUNICO" TO W-SITUACAO-LOCAL
           ELSE
               MOVE DIV-CPF TO CPF
               READ ARQ-PESSOAS
               IF  CODERRO NOT = "00"
                   MOVE "NAO CADASTRADO" TO W-SITUACAO-LOCAL
               ELSE
               IF  PESSOA-ATIVA
                   MOVE "ATIVO" TO W-SITUACAO-LOCAL
               ELSE
                   MOVE SPACES TO W-SITUACAO-LOCAL
                   STRING "SITUACAO " SITUACAO
                       DELIMITED BY SIZE INTO W-SITUACAO-LOCAL
               END-IF
               END-IF
           END-IF
           DISPLAY W-SITUACAO-LOCAL AT 1530.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2140 WITH UPPER AUTO
               IF  DECISAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE B, P OU N" AT 2421
               END-IF
           END-PERFORM.

       BAIXAR-DIVERGENCIA.
           MOVE "S"                TO DIV-RESOLVIDO
           MOVE WS-OPERADOR-LOGADO TO DIV-OPERADOR
           MOVE WS-DATA-SIST-NUM   TO DIV-DATA-BAIXA
           REWRITE REG-DIVERGENCIA
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "ERRO AO BAIXAR PENDENCIA - STATUS "
                       CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
           ELSE
               ADD 1 TO W-CONT-BAIXADOS
           END-IF.

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM98  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    LISTA DE INDICIOS DE FRAUDE (FRAUDES.WRK, LAYOUT CPYFRAUD,
      *    REFEITA A CADA APURACAO DO PGM97). MESMO PERCURSO DA LISTA
      *    DE QUALIDADE DO PGM30: PULA OS INDICIOS JA CONCLUIDOS E, A
      *    CADA PENDENCIA, MOSTRA O INDICADOR, A PONTUACAO, A
      *    REFERENCIA E O DETALHE, COM A SITUACAO ATUAL DO CADASTRO.
      *    O SUPERVISOR CONCLUI O INDICIO COMO PROCEDENTE (C) OU
      *    IMPROCEDENTE (D), PULA (P) OU ENCERRA A LISTA (N). A
      *    CONCLUSAO E CARIMBADA COM O SUPERVISOR E A DATA (REWRITE
      *    NO SEQUENCIAL) E A APURACAO SEGUINTE NAO VOLTA A APONTAR O
      *    MESMO INDICIO. ESTE PROGRAMA NAO ALTERA O CADASTRO: AS
      *    PROVIDENCIAS (CANCELAR INSCRICAO, ABRIR DEBITO) SAO
      *    TOMADAS NAS TELAS DE CADA ASSUNTO. CHAMADO PELO PGM00 NO
      *    SUBMENU SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\FRAUDES.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-TRB.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-TRABALHO
           LABEL  RECORD  STANDARD.
       COPY CPYFRAUD.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-TRB  PIC X(2) VALUE SPACES.
       77  W-DECISAO  PIC X VALUE SPACE.
           88  DECISAO-OK  VALUE "C" "D" "P" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-FIM-TRABALHO      PIC X  VALUE "N".
           88  FIM-TRABALHO        VALUE "S".
       01  W-CONT-PROCEDENTES  PIC 9(6) VALUE ZEROS.
       01  W-CONT-IMPROCEDENTES PIC 9(6) VALUE ZEROS.
       01  W-CONT-PULADOS      PIC 9(6) VALUE ZEROS.
       01  W-DESCR-INDICADOR   PIC X(40) VALUE SPACES.
       01  W-DESCR-REFERENCIA  PIC X(19) VALUE SPACES.
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
               "INDICIOS DE FRAUDE".
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
               DISPLAY "NENHUMA APURACAO DE INDICIOS - STATUS "
                       CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-TRABALHO
           PERFORM TRATAR-PENDENCIA
                   UNTIL FIM-TRABALHO OR W-DECISAO = "N"
           CLOSE ARQ-TRABALHO
           DISPLAY TELA01
           DISPLAY "INDICIOS PROCEDENTES..:" AT 1210
           DISPLAY W-CONT-PROCEDENTES       AT 1234
           DISPLAY "INDICIOS IMPROCEDENTES:" AT 1310
           DISPLAY W-CONT-IMPROCEDENTES     AT 1334
           DISPLAY "PENDENCIAS PULADAS....:" AT 1410
           DISPLAY W-CONT-PULADOS           AT 1434
           DISPLAY "FIM DA LISTA - TECLE <ENTER>" AT 2421
           STOP " ".

       LER-TRABALHO.
           PERFORM LER-REGISTRO-LISTA
           PERFORM LER-REGISTRO-LISTA
                   UNTIL FIM-TRABALHO OR FRD-PENDENTE.

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
           IF  W-DECISAO = "C" OR W-DECISAO = "D"
               PERFORM CONCLUIR-INDICIO
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
           PERFORM DESCREVER-INDICADOR
           DISPLAY "APURADO EM:"     AT 0910
           MOVE FRD-DATA-APURACAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                     TO W-DATA-EXIBICAO (3:1)
           MOVE FRD-DATA-APURACAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                     TO W-DATA-EXIBICAO (6:1)
           MOVE FRD-DATA-APURACAO (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DATA-EXIBICAO   AT 0922
           DISPLAY "INDICADOR.........:" AT 1010
           DISPLAY FRD-INDICADOR     AT 1030
           DISPLAY W-DESCR-INDICADOR AT 1033
           DISPLAY "PONTUACAO.........:" AT 1110
           DISPLAY FRD-PONTOS        AT 1130
           DISPLAY "CPF...............:" AT 1210
           DISPLAY FRD-CPF           AT 1230
           DISPLAY "NOME..............:" AT 1310
           DISPLAY FRD-NOME          AT 1330
           DISPLAY W-DESCR-REFERENCIA AT 1410
           DISPLAY FRD-REFERENCIA    AT 1430
           PERFORM EXIBIR-SITUACAO-LOCAL
           DISPLAY "DETALHE:"        AT 1702
           DISPLAY FRD-DETALHE       AT 1712
           DISPLAY "C=PROCEDENTE D=IMPROCEDENTE P=PULAR N=ENCERRAR:"
                   AT 2110.

       DESCREVER-INDICADOR.
           EVALUATE TRUE
               WHEN FRD-ENDERECO-COMUM
                   MOVE "TITULARES INSCRITOS NO MESMO ENDERECO"
                        TO W-DESCR-INDICADOR
                   MOVE "CEP...............:" TO W-DESCR-REFERENCIA
               WHEN FRD-DEPENDENTE-DUPLO
                   MOVE "DEPENDENTE EM DOIS NUCLEOS"
                        TO W-DESCR-INDICADOR
                   MOVE "OUTRO TITULAR.....:" TO W-DESCR-REFERENCIA
               WHEN FRD-DEPENDENTE-TITULAR
                   MOVE "DEPENDENTE QUE E TITULAR INSCRITO"
                        TO W-DESCR-INDICADOR
                   MOVE "TITULAR DO NUCLEO.:" TO W-DESCR-REFERENCIA
               WHEN FRD-RENDA-REBAIXADA
                   MOVE "RENDA REBAIXADA ANTES DA INSCRICAO"
                        TO W-DESCR-INDICADOR
                   MOVE "PROGRAMA..........:" TO W-DESCR-REFERENCIA
               WHEN FRD-OPERADOR-ENDERECO
                   MOVE "INSCRITO POR OPERADOR DO ENDERECO"
                        TO W-DESCR-INDICADOR
                   MOVE "OPERADOR..........:" TO W-DESCR-REFERENCIA
               WHEN OTHER
                   MOVE SPACES TO W-DESCR-INDICADOR
                   MOVE "REFERENCIA........:" TO W-DESCR-REFERENCIA
           END-EVALUATE.

      *    SITUACAO ATUAL DO CADASTRO, PARA O SUPERVISOR VER SE O
      *    CASO JA MUDOU DEPOIS DA APURACAO.
       EXIBIR-SITUACAO-LOCAL.
           DISPLAY "CADASTRO HOJE.....:" AT 1510
           MOVE FRD-CPF TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO NOT = "00"
               MOVE "NAO CADASTRADO" TO W-SITUACAO-LOCAL
           ELSE
           IF  PESSOA-ATIVA
               MOVE SPACES TO W-SITUACAO-LOCAL
               STRING "ATIVO - CEP " CEP
                   DELIMITED BY SIZE INTO W-SITUACAO-LOCAL
           ELSE
               MOVE SPACES TO W-SITUACAO-LOCAL
               STRING "SITUACAO " SITUACAO
                   DELIMITED BY SIZE INTO W-SITUACAO-LOCAL
           END-IF
           END-IF
           DISPLAY W-SITUACAO-LOCAL AT 1530.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2159 WITH UPPER AUTO
               IF  DECISAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE C, D, P OU N" AT 2421
               END-IF
           END-PERFORM.

       CONCLUIR-INDICIO.
           MOVE "S"                TO FRD-RESOLVIDO
           IF  W-DECISAO = "C"
               MOVE "P"            TO FRD-PARECER
           ELSE
               MOVE "I"            TO FRD-PARECER
           END-IF
           MOVE WS-OPERADOR-LOGADO TO FRD-SUPERVISOR
           MOVE WS-DATA-SIST-NUM   TO FRD-DATA-CONCLUSAO
           REWRITE REG-INDICIO
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "ERRO AO CONCLUIR INDICIO - STATUS "
                       CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               STOP " "
           ELSE
           IF  FRD-PROCEDENTE
               ADD 1 TO W-CONT-PROCEDENTES
           ELSE
               ADD 1 TO W-CONT-IMPROCEDENTES
           END-IF
           END-IF.

       FIM-ULTIMA-LINHA.

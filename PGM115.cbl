       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM115  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONSULTA DE AUTENTICIDADE DE DECLARACAO. QUEM RECEBEU UMA
      *    DECLARACAO (ESCOLA, VARA, OUTRA SECRETARIA) INFORMA O
      *    CODIGO DE VERIFICACAO IMPRESSO NELA E A TELA DIZ SE O
      *    CODIGO FOI EMITIDO POR ESTE SISTEMA (PGM114, DECLARA.DAT)
      *    E SE A DECLARACAO AINDA VALE -- OU SE FOI REVOGADA OU
      *    ESTA VENCIDA --, MOSTRANDO O QUE O PAPEL DEVE DIZER (TIPO,
      *    NOME, CPF MASCARADO, RESUMO, FINALIDADE, EMISSAO E
      *    VALIDADE) PARA CONFRONTO COM O DOCUMENTO APRESENTADO.
      *    NAO DEPENDE DE LOGIN NEM DO CADASTRO: RODA SOZINHO NO
      *    TERMINAL DE CONSULTA PUBLICA E E CHAMADO PELO PGM114
      *    (FUNCAO V) NO BALCAO; POR ISSO DEVOLVE O CONTROLE COM
      *    GOBACK (MESMA CONVENCAO DO PGM07).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELDC REPLACING STATUS-FIELD BY CODERRO.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-DECLARACOES
           LABEL  RECORD  STANDARD.
       COPY CPYDECLA.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".
       01  W-CODIGO-DIGITADO   PIC X(14) VALUE SPACES.
       01  W-DESCR-TIPO        PIC X(12) VALUE SPACES.
       01  W-CPF-EXIBICAO      PIC X(14) VALUE SPACES.
       01  W-DATA-EDICAO       PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
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
               10 LINE 06 COLUMN 22 VALUE
               "AUTENTICIDADE DE DECLARACAO".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

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
           GOBACK.

      *    SEM O REGISTRO NENHUMA DECLARACAO FOI EMITIDA: TODO CODIGO
      *    E RECUSADO, SEM ERRO DE ARQUIVO NA TELA PUBLICA.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN INPUT ARQ-DECLARACOES.
           IF  CODERRO = "00"
               MOVE "S" TO W-ARQUIVO-ABERTO
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-CODIGO.
           PERFORM   CONFERIR-CODIGO.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE SPACES TO W-CODIGO-DIGITADO
           DISPLAY TELA01.
           DISPLAY  "CODIGO DE VERIFICACAO (XXXX-XXXX-XXXX):" AT 1010.
           DISPLAY  "OUTRO CODIGO? (S/N):"   AT  2210.

       RECEBER-CODIGO.
           PERFORM WITH TEST AFTER UNTIL W-CODIGO-DIGITADO NOT = SPACES
               ACCEPT W-CODIGO-DIGITADO AT 1051 WITH UPPER AUTO
           END-PERFORM.

      *    O CODIGO PODE SER DIGITADO COM OU SEM OS HIFENS.
       CONFERIR-CODIGO.
           MOVE SPACES TO DCL-CODIGO
           IF  W-CODIGO-DIGITADO (5:1) = "-"
               STRING W-CODIGO-DIGITADO (1:4) W-CODIGO-DIGITADO (6:4)
                      W-CODIGO-DIGITADO (11:4)
                   DELIMITED BY SIZE INTO DCL-CODIGO
           ELSE
               MOVE W-CODIGO-DIGITADO TO DCL-CODIGO
           END-IF
           MOVE "23" TO CODERRO
           IF  W-ARQUIVO-ABERTO = "S"
               READ ARQ-DECLARACOES
           END-IF
           IF  CODERRO NOT = "00"
               DISPLAY "CODIGO NAO CONFERE: DECLARACAO NAO EMITIDA POR E
      -                "STE SISTEMA" AT 1210 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF

           IF  DCL-REVOGADA
               MOVE DCL-DATA-REVOGACAO TO W-DATA-EDICAO
               PERFORM EDITAR-DATA
               DISPLAY "DECLARACAO AUTENTICA, MAS REVOGADA EM" AT 1210
                       WITH FOREGROUND-COLOR 4
               DISPLAY W-DATA-EXIBICAO AT 1248
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  DCL-DATA-VALIDADE < WS-DATA-SIST-NUM
               MOVE DCL-DATA-VALIDADE TO W-DATA-EDICAO
               PERFORM EDITAR-DATA
               DISPLAY "DECLARACAO AUTENTICA, MAS VENCIDA EM" AT 1210
                       WITH FOREGROUND-COLOR 4
               DISPLAY W-DATA-EXIBICAO AT 1247
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "DECLARACAO AUTENTICA E VALIDA" AT 1210
                       WITH FOREGROUND-COLOR 2
           END-IF
           END-IF
           PERFORM EXIBIR-DECLARACAO.

       EXIBIR-DECLARACAO.
           EVALUATE TRUE
               WHEN DCL-CADASTRO   MOVE "CADASTRO"   TO W-DESCR-TIPO
               WHEN DCL-RESIDENCIA MOVE "RESIDENCIA" TO W-DESCR-TIPO
               WHEN OTHER          MOVE "BENEFICIO"  TO W-DESCR-TIPO
           END-EVALUATE
           MOVE SPACES TO W-CPF-EXIBICAO
           STRING "***." DCL-CPF (4:3) "." DCL-CPF (7:3) "-**"
               DELIMITED BY SIZE INTO W-CPF-EXIBICAO
           DISPLAY "DECLARACAO DE....:" AT 1410
           DISPLAY W-DESCR-TIPO         AT 1429
           DISPLAY "NOME.............:" AT 1510
           DISPLAY DCL-NOME             AT 1529
           DISPLAY "CPF..............:" AT 1610
           DISPLAY W-CPF-EXIBICAO       AT 1629
           DISPLAY "DECLARA..........:" AT 1710
           DISPLAY DCL-RESUMO           AT 1729
           DISPLAY "FINALIDADE.......:" AT 1810
           DISPLAY DCL-FINALIDADE       AT 1829
           DISPLAY "EMITIDA EM.......:" AT 1910
           MOVE DCL-DATA-EMISSAO TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO      AT 1929
           DISPLAY "VALIDA ATE" AT 1942
           MOVE DCL-DATA-VALIDADE TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO      AT 1953
           DISPLAY "PROTOCOLO........:" AT 2010
           DISPLAY DCL-PROTOCOLO        AT 2029.

       EDITAR-DATA.
           MOVE W-DATA-EDICAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-EDICAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-EDICAO (1:4) TO W-DATA-EXIBICAO (7:4).

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2231 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC

               IF  OPC-OK
                   DISPLAY "                   " AT 2340
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2340
               END-IF
           END-PERFORM.

       FINALIZACAO.
           IF  W-ARQUIVO-ABERTO = "S"
               CLOSE ARQ-DECLARACOES
           END-IF.
           DISPLAY "FIM DA CONSULTA" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM82  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONSULTA DO HISTORICO DE PAGAMENTOS DE BENEFICIO DE UM
      *    TITULAR, MES A MES, NO LIVRO DE PAGAMENTOS (PAGHIST.DAT,
      *    CPYLANPG) GRAVADO PELA REMESSA (PGM52) E BAIXADO PELO
      *    RETORNO DO BANCO (PGM53). PARA CADA PROGRAMA E
      *    COMPETENCIA MOSTRA O VALOR, A SITUACAO (ENVIADO AO BANCO,
      *    PAGO OU REJEITADO), A DATA DO RETORNO E O MOTIVO DA
      *    REJEICAO, COM O TOTAL EFETIVAMENTE PAGO -- E A RESPOSTA AO
      *    CIDADAO QUE PERGUNTA NO BALCAO SE RECEBEU EM MARCO. A
      *    CONSULTA E LOGADA NO CONSULTA.LOG (PGM16) COMO QUALQUER
      *    ACESSO AOS DADOS DO TITULAR. CHAMADO PELO PGM00 NO
      *    SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELLP REPLACING STATUS-FIELD BY CODERRO-LPG.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-LANCAMENTOS
           LABEL  RECORD  STANDARD.
       COPY CPYLANPG.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-LPG  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-CPF-TITULAR       PIC X(11) VALUE SPACES.
       01  W-PROGRAMA          PIC X(4)  VALUE SPACES.
       01  W-FIM-LISTA         PIC X VALUE "N".
       01  W-LINHA-LISTA       PIC 99 VALUE ZEROS.
       01  W-QTD-LISTADOS      PIC 9(4) VALUE ZEROS.
       01  W-TOTAL-PAGO        PIC 9(9)V99 VALUE ZEROS.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  W-CONSULTA-MASCARADA PIC X VALUE "N".
       01  W-COMPETENCIA-EDIT.
           05  W-CMP-MES           PIC 99.
           05  FILLER              PIC X VALUE "/".
           05  W-CMP-ANO           PIC 9(4).
       01  W-COMPETENCIA-AUX   PIC 9(6) VALUE ZEROS.
       01  FILLER REDEFINES W-COMPETENCIA-AUX.
           05  W-AUX-ANO           PIC 9(4).
           05  W-AUX-MES           PIC 99.
       01  W-DATA-AUX          PIC 9(8) VALUE ZEROS.
       01  FILLER REDEFINES W-DATA-AUX.
           05  W-AUX-DATA-ANO      PIC 9(4).
           05  W-AUX-DATA-MES      PIC 99.
           05  W-AUX-DATA-DIA      PIC 99.
       01  W-DATA-EDIT         PIC X(10) VALUE SPACES.
       01  W-SITUACAO-EDIT     PIC X(9)  VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
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
               "HISTORICO DE PAGAMENTOS".
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
           EXIT PROGRAM.

       INICIALIZACAO.
      *    ARQ-PESSOAS e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    usa o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    O LIVRO SO EXISTE DEPOIS DA PRIMEIRA REMESSA DO PGM52.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF  CODERRO-LPG NOT = "00"
               DISPLAY "LIVRO DE PAGAMENTOS NAO DISPONIVEL - STATUS "
                       CODERRO-LPG AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-TITULAR.
           IF  CODERRO = "00"
               PERFORM RECEBER-PROGRAMA
               PERFORM LISTAR-PAGAMENTOS
           END-IF.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO CODERRO-LPG REG-LANCAMENTOS.
           MOVE SPACES TO W-CPF-TITULAR W-PROGRAMA.

           DISPLAY TELA01.
           DISPLAY  "CPF DO TITULAR:"            AT  1010.
           DISPLAY  "PROGRAMA (BRANCO = TODOS):" AT  1110.
           DISPLAY  "OUTRO REGISTRO? (S/N):"     AT  2210.

       RECEBER-TITULAR.
           PERFORM WITH TEST AFTER UNTIL W-CPF-TITULAR NOT = SPACES
               ACCEPT W-CPF-TITULAR  AT 1027 WITH AUTO
           END-PERFORM

           MOVE W-CPF-TITULAR TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO NOT = "00"
               DISPLAY "TITULAR NAO FOI ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY NOME AT 1045
      *        LOG DE CONSULTAS (LGPD): O HISTORICO DE PAGAMENTOS E
      *        ACESSO AOS DADOS DO TITULAR, LOGADO VIA PGM16 COMO NA
      *        CONSULTA DO PGM04 (CPF COMPLETO NESTA TELA, FLAG "N").
               MOVE "N" TO W-CONSULTA-MASCARADA
               CALL "PGM16" USING CPF WS-OPERADOR-LOGADO
                                  W-CONSULTA-MASCARADA
           END-IF.

       RECEBER-PROGRAMA.
           ACCEPT W-PROGRAMA  AT 1138 WITH UPPER AUTO.

      *    A CHAVE E CPF + PROGRAMA + COMPETENCIA: A LISTA SAI POR
      *    PROGRAMA E, DENTRO DELE, MES A MES.
       LISTAR-PAGAMENTOS.
           MOVE "N" TO W-FIM-LISTA
           MOVE ZEROS TO W-QTD-LISTADOS W-TOTAL-PAGO
           MOVE 13 TO W-LINHA-LISTA
           MOVE W-CPF-TITULAR TO LPG-CPF
           IF  W-PROGRAMA = SPACES
               MOVE LOW-VALUES TO LPG-PROGRAMA
           ELSE
               MOVE W-PROGRAMA TO LPG-PROGRAMA
           END-IF
           MOVE ZEROS TO LPG-COMPETENCIA
           START ARQ-LANCAMENTOS KEY NOT < LPG-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-LISTA
           END-START
           DISPLAY "COMPET.  PROG  VALOR        SITUACAO   RETORNO"
                   AT 1205
           DISPLAY "MOTIVO" AT 1257
           PERFORM LER-LANCAMENTO
           PERFORM LISTAR-UM-LANCAMENTO UNTIL W-FIM-LISTA = "S"
           IF  W-QTD-LISTADOS = ZEROS
               DISPLAY "(NENHUM PAGAMENTO REGISTRADO)" AT 1305
           ELSE
               MOVE W-TOTAL-PAGO TO W-TOTAL-EDIT
               DISPLAY "TOTAL PAGO:" AT 2005
               DISPLAY W-TOTAL-EDIT  AT 2017
           END-IF.

       LER-LANCAMENTO.
           IF  W-FIM-LISTA NOT = "S"
               READ ARQ-LANCAMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-LISTA
               END-READ
               IF  W-FIM-LISTA NOT = "S"
                AND (LPG-CPF NOT = W-CPF-TITULAR
                  OR (W-PROGRAMA NOT = SPACES
                      AND LPG-PROGRAMA NOT = W-PROGRAMA))
                   MOVE "S" TO W-FIM-LISTA
               END-IF
           END-IF.

       LISTAR-UM-LANCAMENTO.
           IF  W-LINHA-LISTA > 19
               STOP  "   <ENTER> PARA MAIS PAGAMENTOS"
               PERFORM LIMPAR-AREA-LISTA
               MOVE 13 TO W-LINHA-LISTA
           END-IF
           MOVE LPG-COMPETENCIA TO W-COMPETENCIA-AUX
           MOVE W-AUX-MES       TO W-CMP-MES
           MOVE W-AUX-ANO       TO W-CMP-ANO
           MOVE LPG-VALOR       TO W-VALOR-EDIT
           IF  LPG-PAGO
               MOVE "PAGO"      TO W-SITUACAO-EDIT
               ADD LPG-VALOR    TO W-TOTAL-PAGO
           ELSE
           IF  LPG-REJEITADO
               MOVE "REJEITADO" TO W-SITUACAO-EDIT
           ELSE
               MOVE "ENVIADO"   TO W-SITUACAO-EDIT
           END-IF
           END-IF
           MOVE SPACES TO W-DATA-EDIT
           IF  LPG-DATA-RETORNO NOT = ZEROS
               MOVE LPG-DATA-RETORNO TO W-DATA-AUX
               MOVE W-AUX-DATA-DIA TO W-DATA-EDIT (1:2)
               MOVE "/"            TO W-DATA-EDIT (3:1)
               MOVE W-AUX-DATA-MES TO W-DATA-EDIT (4:2)
               MOVE "/"            TO W-DATA-EDIT (6:1)
               MOVE W-AUX-DATA-ANO TO W-DATA-EDIT (7:4)
           END-IF
           DISPLAY W-COMPETENCIA-EDIT
                   AT LINE W-LINHA-LISTA COLUMN 05
           DISPLAY LPG-PROGRAMA
                   AT LINE W-LINHA-LISTA COLUMN 14
           DISPLAY W-VALOR-EDIT
                   AT LINE W-LINHA-LISTA COLUMN 19
           DISPLAY W-SITUACAO-EDIT
                   AT LINE W-LINHA-LISTA COLUMN 33
           DISPLAY W-DATA-EDIT
                   AT LINE W-LINHA-LISTA COLUMN 44
           DISPLAY LPG-MOTIVO (1:22)
                   AT LINE W-LINHA-LISTA COLUMN 57
           ADD 1 TO W-LINHA-LISTA
           ADD 1 TO W-QTD-LISTADOS
           PERFORM LER-LANCAMENTO.

       LIMPAR-AREA-LISTA.
           PERFORM VARYING W-LINHA-LISTA FROM 13 BY 1
                   UNTIL W-LINHA-LISTA > 19
               DISPLAY " " AT LINE W-LINHA-LISTA COLUMN 1
                       WITH BLANK LINE
           END-PERFORM.

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
           CLOSE ARQ-LANCAMENTOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

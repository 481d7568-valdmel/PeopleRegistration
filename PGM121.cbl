       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM121.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    ENVELHECIMENTO DIARIO DA FILA DE APROVACOES (APRIDADE.LST).
      *    PERCORRE ARQ-APROVACOES (PGM03, PGM13, PGM48, PGM91) E, PARA
      *    CADA SOLICITACAO AINDA PENDENTE, APURA A IDADE EM DIAS E O
      *    ATRASO SOBRE O PRAZO DO TIPO DE OPERACAO (PGM120). LISTA:
      *      - AS PENDENTES POR SOLICITANTE, DA MAIS ANTIGA PARA A
      *        MAIS NOVA, COM PRAZO, IDADE E DIAS DE ATRASO (A VENCIDA
      *        MARCADA "VENCIDA"), E O SUBTOTAL DE CADA SOLICITANTE;
      *      - O QUADRO POR TIPO DE OPERACAO: PENDENTES POR FAIXA DE
      *        IDADE (ATE 7, 8 A 15, 16 A 30, MAIS DE 30 DIAS),
      *        QUANTAS ESTAO VENCIDAS E O MAIOR ATRASO.
      *    O CPF SAI MASCARADO. A LISTAGEM E REGISTRADA NO CATALOGO
      *    DO PGM38. MESMO MOLDE DO ACOMPANHAMENTO DE PRAZOS LGPD
      *    (PGM111); A COBRANCA DAS VENCIDAS NO LOGIN DOS SUPERVISORES
      *    E FEITA PELO PGM00.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELAP REPLACING STATUS-FIELD BY W-COD-ERRO-APR.

           SELECT REL-IDADE ASSIGN TO "C:\TEMP\APRIDADE.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\APRIDADE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-APROVACOES
           LABEL RECORD STANDARD.
       COPY CPYAPROV.

       FD  REL-IDADE
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-SOLICITANTE     PIC X(8).
           05  CLA-DATA-HORA       PIC 9(14).
           05  CLA-CPF             PIC X(11).
           05  CLA-OPERACAO        PIC X(1).
           05  CLA-DATA-LIMITE     PIC 9(8).
           05  CLA-IDADE           PIC 9(5).
           05  CLA-ATRASO          PIC 9(5).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-APR      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-SEM-FILA          PIC X  VALUE "N".
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-SOLICITANTE-ANTERIOR PIC X(8) VALUE SPACES.
       01  W-PRAZO-IDADE       PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-ATRASO      PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-QTD         PIC 9(5) VALUE ZEROS.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-PENDENTES    PIC 9(6) VALUE ZEROS.
       01  W-CONT-VENCIDAS     PIC 9(6) VALUE ZEROS.
       01  W-SUB-PENDENTES     PIC 9(6) VALUE ZEROS.
       01  W-SUB-VENCIDAS      PIC 9(6) VALUE ZEROS.

      *    QUADRO POR OPERACAO: UMA LINHA POR TIPO (D, E, S, U, K,
      *    NESTA ORDEM) E A SEXTA E O TOTAL.
       01  W-IDX-OPER          PIC 9    VALUE ZEROS.
       01  W-TAB-ROTULOS.
           05  FILLER          PIC X(15) VALUE "EXCLUSAO".
           05  FILLER          PIC X(15) VALUE "ANONIMIZACAO".
           05  FILLER          PIC X(15) VALUE "SUSPENSAO".
           05  FILLER          PIC X(15) VALUE "SUSP. CONDIC.".
           05  FILLER          PIC X(15) VALUE "CANC. CONDIC.".
           05  FILLER          PIC X(15) VALUE "TOTAL".
       01  W-TAB-ROTULOS-R REDEFINES W-TAB-ROTULOS.
           05  W-ROTULO-OPER   PIC X(15) OCCURS 6 TIMES.
       01  W-TAB-QUADRO.
           05  W-QUADRO        OCCURS 6 TIMES.
               10  W-QDR-ATE-7       PIC 9(6).
               10  W-QDR-ATE-15      PIC 9(6).
               10  W-QDR-ATE-30      PIC 9(6).
               10  W-QDR-MAIS-30     PIC 9(6).
               10  W-QDR-PENDENTES   PIC 9(6).
               10  W-QDR-VENCIDAS    PIC 9(6).
               10  W-QDR-MAIOR-ATRASO PIC 9(5).

       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM121".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\APRIDADE.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "ENVELHECIMENTO DA FILA DE APROVACOES".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB-SOLICITANTE.
           05  FILLER              PIC X(13) VALUE "SOLICITANTE: ".
           05  W-CABS-SOLICITANTE  PIC X(8).

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(15) VALUE "OPERACAO".
           05  FILLER              PIC X(12) VALUE "SOLICITADA".
           05  FILLER              PIC X(12) VALUE "PRAZO".
           05  FILLER              PIC X(8)  VALUE "IDADE".
           05  FILLER              PIC X(8)  VALUE "ATRASO".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OPERACAO         PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-SOLIC       PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-LIMITE      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-IDADE            PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-ATRASO           PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-MARCA            PIC X(7).

       01  W-SUBTOTAL.
           05  FILLER              PIC X(26)
               VALUE "  SUBTOTAL DO SOLICITANTE:".
           05  WT-SUB-PENDENTES    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(12) VALUE " PENDENTES, ".
           05  WT-SUB-VENCIDAS     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(9)  VALUE " VENCIDAS".

       01  W-LINHA-VAZIA.
           05  FILLER              PIC X(40)
               VALUE "NENHUMA SOLICITACAO PENDENTE".

       01  W-CAB-QUADRO.
           05  FILLER              PIC X(40)
               VALUE "PENDENTES POR OPERACAO E FAIXA DE IDADE".

       01  W-CAB-QUADRO2.
           05  FILLER              PIC X(17) VALUE "OPERACAO".
           05  FILLER              PIC X(11) VALUE "ATE 7 D".
           05  FILLER              PIC X(11) VALUE "8 A 15 D".
           05  FILLER              PIC X(11) VALUE "16 A 30 D".
           05  FILLER              PIC X(11) VALUE "MAIS 30 D".
           05  FILLER              PIC X(11) VALUE "PENDENTES".
           05  FILLER              PIC X(11) VALUE "VENCIDAS".
           05  FILLER              PIC X(11) VALUE "MAIOR ATR.".

       01  W-LINHA-QUADRO.
           05  WQ-ROTULO           PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WQ-ATE-7            PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-ATE-15           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-ATE-30           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-MAIS-30          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-PENDENTES        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-VENCIDAS         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-MAIOR-ATRASO     PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           DISPLAY "OPERADOR RESPONSAVEL PELA LISTAGEM: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE

           PERFORM ABRIR-ARQUIVOS.
           INITIALIZE W-TAB-QUADRO.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-SOLICITANTE CLA-DATA-HORA CLA-CPF
               INPUT  PROCEDURE SELECIONAR-PENDENTES
               OUTPUT PROCEDURE EMITIR-PENDENTES.

           PERFORM IMPRIMIR-QUADRO.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    SEM FILA AINDA (NENHUMA SOLICITACAO FOI FEITA) A LISTAGEM
      *    SAI VAZIA, COM O QUADRO ZERADO.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-APROVACOES.
           IF  W-COD-ERRO-APR = "35"
               MOVE "S" TO W-SEM-FILA W-FIM-ARQUIVO
           ELSE
           IF  W-COD-ERRO-APR NOT = "00"
               DISPLAY "ERRO AO ABRIR APROVACO.DAT: " W-COD-ERRO-APR
               STOP RUN
           END-IF
           END-IF.

           OPEN OUTPUT REL-IDADE.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR APRIDADE.LST: " W-COD-ERRO-REL
               IF  W-SEM-FILA NOT = "S"
                   CLOSE ARQ-APROVACOES
               END-IF
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - SO AS PENDENTES; O QUADRO POR
      *    OPERACAO E APURADO NA MESMA PASSADA
      *    ----------------------------------------------------------
       SELECIONAR-PENDENTES.
           IF  W-SEM-FILA NOT = "S"
               PERFORM LER-SOLICITACAO
           END-IF
           PERFORM SELECIONAR-SOLICITACAO UNTIL FIM-ARQUIVO.

       LER-SOLICITACAO.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       SELECIONAR-SOLICITACAO.
           IF  APR-PENDENTE
               CALL "PGM120" USING "I" APR-OPERACAO APR-DATA-HORA
                    APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                    W-PRAZO-QTD
               MOVE APR-SOLICITANTE TO CLA-SOLICITANTE
               MOVE APR-DATA-HORA   TO CLA-DATA-HORA
               MOVE APR-CPF         TO CLA-CPF
               MOVE APR-OPERACAO    TO CLA-OPERACAO
               MOVE APR-DATA-LIMITE TO CLA-DATA-LIMITE
               MOVE W-PRAZO-IDADE   TO CLA-IDADE
               MOVE W-PRAZO-ATRASO  TO CLA-ATRASO
               RELEASE REG-CLASSIFICA
               PERFORM APURAR-QUADRO
           END-IF
           PERFORM LER-SOLICITACAO.

       APURAR-QUADRO.
           PERFORM LOCALIZAR-OPERACAO
           ADD 1 TO W-QDR-PENDENTES (W-IDX-OPER) W-QDR-PENDENTES (6)
           EVALUATE TRUE
               WHEN W-PRAZO-IDADE NOT > 7
                   ADD 1 TO W-QDR-ATE-7 (W-IDX-OPER) W-QDR-ATE-7 (6)
               WHEN W-PRAZO-IDADE NOT > 15
                   ADD 1 TO W-QDR-ATE-15 (W-IDX-OPER) W-QDR-ATE-15 (6)
               WHEN W-PRAZO-IDADE NOT > 30
                   ADD 1 TO W-QDR-ATE-30 (W-IDX-OPER) W-QDR-ATE-30 (6)
               WHEN OTHER
                   ADD 1 TO W-QDR-MAIS-30 (W-IDX-OPER)
                            W-QDR-MAIS-30 (6)
           END-EVALUATE
           IF  W-PRAZO-ATRASO > ZEROS
               ADD 1 TO W-QDR-VENCIDAS (W-IDX-OPER)
                        W-QDR-VENCIDAS (6)
           END-IF
           IF  W-PRAZO-ATRASO > W-QDR-MAIOR-ATRASO (W-IDX-OPER)
               MOVE W-PRAZO-ATRASO TO W-QDR-MAIOR-ATRASO (W-IDX-OPER)
           END-IF
           IF  W-PRAZO-ATRASO > W-QDR-MAIOR-ATRASO (6)
               MOVE W-PRAZO-ATRASO TO W-QDR-MAIOR-ATRASO (6)
           END-IF.

       LOCALIZAR-OPERACAO.
           EVALUATE APR-OPERACAO
               WHEN "D"   MOVE 1 TO W-IDX-OPER
               WHEN "E"   MOVE 2 TO W-IDX-OPER
               WHEN "S"   MOVE 3 TO W-IDX-OPER
               WHEN "U"   MOVE 4 TO W-IDX-OPER
               WHEN OTHER MOVE 5 TO W-IDX-OPER
           END-EVALUATE.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - POR SOLICITANTE, COM SUBTOTAL
      *    ----------------------------------------------------------
       EMITIR-PENDENTES.
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO W-FIM-CLASSIFICA
           PERFORM RETORNAR-CLASSIFICA
           IF  W-FIM-CLASSIFICA = "S"
               WRITE REG-REL FROM W-LINHA-VAZIA AFTER ADVANCING 2 LINES
           ELSE
               MOVE CLA-SOLICITANTE TO W-SOLICITANTE-ANTERIOR
               PERFORM IMPRIMIR-TITULO-SOLICITANTE
               PERFORM LISTAR-SOLICITACAO
                       UNTIL W-FIM-CLASSIFICA = "S"
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       LISTAR-SOLICITACAO.
           IF  CLA-SOLICITANTE NOT = W-SOLICITANTE-ANTERIOR
               PERFORM IMPRIMIR-SUBTOTAL
               MOVE CLA-SOLICITANTE TO W-SOLICITANTE-ANTERIOR
               PERFORM IMPRIMIR-TITULO-SOLICITANTE
           END-IF
           IF  W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
               PERFORM IMPRIMIR-TITULO-SOLICITANTE
           END-IF
           PERFORM IMPRIMIR-DETALHE
           PERFORM RETORNAR-CLASSIFICA.

      *    CPF SEMPRE MASCARADO NO PAPEL (LGPD), COMO NO PGM111.
       IMPRIMIR-DETALHE.
           MOVE "XXXXXXX"             TO WD-CPF (1:7)
           MOVE CLA-CPF (8:4)         TO WD-CPF (8:4)
           EVALUATE CLA-OPERACAO
               WHEN "D"   MOVE W-ROTULO-OPER (1) TO WD-OPERACAO
               WHEN "E"   MOVE W-ROTULO-OPER (2) TO WD-OPERACAO
               WHEN "S"   MOVE W-ROTULO-OPER (3) TO WD-OPERACAO
               WHEN "U"   MOVE W-ROTULO-OPER (4) TO WD-OPERACAO
               WHEN OTHER MOVE W-ROTULO-OPER (5) TO WD-OPERACAO
           END-EVALUATE
           MOVE CLA-DATA-HORA (7:2)   TO WD-DATA-SOLIC (1:2)
           MOVE "/"                   TO WD-DATA-SOLIC (3:1)
           MOVE CLA-DATA-HORA (5:2)   TO WD-DATA-SOLIC (4:2)
           MOVE "/"                   TO WD-DATA-SOLIC (6:1)
           MOVE CLA-DATA-HORA (1:4)   TO WD-DATA-SOLIC (7:4)
           MOVE CLA-DATA-LIMITE (7:2) TO WD-DATA-LIMITE (1:2)
           MOVE "/"                   TO WD-DATA-LIMITE (3:1)
           MOVE CLA-DATA-LIMITE (5:2) TO WD-DATA-LIMITE (4:2)
           MOVE "/"                   TO WD-DATA-LIMITE (6:1)
           MOVE CLA-DATA-LIMITE (1:4) TO WD-DATA-LIMITE (7:4)
           MOVE CLA-IDADE             TO WD-IDADE
           MOVE CLA-ATRASO            TO WD-ATRASO
           ADD 1 TO W-SUB-PENDENTES W-CONT-PENDENTES
           IF  CLA-ATRASO > ZEROS
               MOVE "VENCIDA" TO WD-MARCA
               ADD 1 TO W-SUB-VENCIDAS W-CONT-VENCIDAS
           ELSE
               MOVE SPACES    TO WD-MARCA
           END-IF
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-TITULO-SOLICITANTE.
           MOVE W-SOLICITANTE-ANTERIOR TO W-CABS-SOLICITANTE
           WRITE REG-REL FROM W-CAB-SOLICITANTE AFTER ADVANCING 2 LINES
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 1 LINE
           ADD 3 TO W-CONT-LINHA.

       IMPRIMIR-SUBTOTAL.
           MOVE W-SUB-PENDENTES TO WT-SUB-PENDENTES
           MOVE W-SUB-VENCIDAS  TO WT-SUB-VENCIDAS
           WRITE REG-REL FROM W-SUBTOTAL AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA
           MOVE ZEROS TO W-SUB-PENDENTES W-SUB-VENCIDAS.

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           MOVE 1 TO W-CONT-LINHA.

      *    ----------------------------------------------------------
      *    QUADRO POR OPERACAO, EM PAGINA PROPRIA
      *    ----------------------------------------------------------
       IMPRIMIR-QUADRO.
           PERFORM IMPRIMIR-CABECALHO
           WRITE REG-REL FROM W-CAB-QUADRO AFTER ADVANCING 2 LINES
           WRITE REG-REL FROM W-CAB-QUADRO2 AFTER ADVANCING 2 LINES
           PERFORM IMPRIMIR-LINHA-QUADRO
                   VARYING W-IDX-OPER FROM 1 BY 1
                   UNTIL W-IDX-OPER > 6.

       IMPRIMIR-LINHA-QUADRO.
           MOVE W-ROTULO-OPER (W-IDX-OPER)      TO WQ-ROTULO
           MOVE W-QDR-ATE-7 (W-IDX-OPER)        TO WQ-ATE-7
           MOVE W-QDR-ATE-15 (W-IDX-OPER)       TO WQ-ATE-15
           MOVE W-QDR-ATE-30 (W-IDX-OPER)       TO WQ-ATE-30
           MOVE W-QDR-MAIS-30 (W-IDX-OPER)      TO WQ-MAIS-30
           MOVE W-QDR-PENDENTES (W-IDX-OPER)    TO WQ-PENDENTES
           MOVE W-QDR-VENCIDAS (W-IDX-OPER)     TO WQ-VENCIDAS
           MOVE W-QDR-MAIOR-ATRASO (W-IDX-OPER) TO WQ-MAIOR-ATRASO
           IF  W-IDX-OPER = 6
               WRITE REG-REL FROM W-LINHA-QUADRO
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM W-LINHA-QUADRO
                     AFTER ADVANCING 1 LINE
           END-IF.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-PENDENTES TO W-QTD-CATALOGO
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "SOLICITACOES PENDENTES     : " W-CONT-PENDENTES.
           DISPLAY "PENDENTES COM PRAZO VENCIDO: " W-CONT-VENCIDAS.
           DISPLAY "LISTAGEM EM APRIDADE.LST".

       FINALIZACAO.
           IF  W-SEM-FILA NOT = "S"
               CLOSE ARQ-APROVACOES
           END-IF.
           CLOSE REL-IDADE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM111.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    ACOMPANHAMENTO DIARIO DOS PRAZOS LGPD (LGPDPRAZ.LST).
      *    PERCORRE O REGISTRO DE SOLICITACOES DE TITULARES
      *    (SOLLGPD.DAT, PGM109) E LISTA, EM ORDEM DE VENCIMENTO:
      *      - OS PEDIDOS PENDENTES (ABERTOS OU EM ANDAMENTO) JA
      *        VENCIDOS, COM OS DIAS DE ATRASO;
      *      - OS PENDENTES QUE VENCEM NOS PROXIMOS N DIAS (N PELO
      *        CONSOLE, BRANCO = 3), COM OS DIAS QUE RESTAM.
      *    FECHA COM O QUADRO PARA O ENCARREGADO (DPO) INFORMAR A
      *    ANPD: DOS PEDIDOS RECEBIDOS NO MES DE REFERENCIA (AAAAMM
      *    PELO CONSOLE, BRANCO = MES CORRENTE), POR TIPO DE
      *    DIREITO, QUANTOS FORAM ATENDIDOS NO PRAZO, FORA DO PRAZO,
      *    INDEFERIDOS E QUANTOS SEGUEM PENDENTES (E DESTES QUANTOS
      *    JA VENCERAM). O CPF SAI MASCARADO. A LISTAGEM E
      *    REGISTRADA NO CATALOGO DO PGM38.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELSG REPLACING STATUS-FIELD BY W-COD-ERRO-SLG.

           SELECT REL-PRAZOS ASSIGN TO "C:\TEMP\LGPDPRAZ.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\LGPDPRAZ.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SOLIC-LGPD
           LABEL RECORD STANDARD.
       COPY CPYSOLGP.

       FD  REL-PRAZOS
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-GRUPO           PIC X(1).
           05  CLA-DATA-LIMITE     PIC 9(8).
           05  CLA-PROTOCOLO       PIC 9(9).
           05  CLA-CPF             PIC X(11).
           05  CLA-TIPO            PIC X(1).
           05  CLA-DATA-RECEB      PIC 9(8).
           05  CLA-SITUACAO        PIC X(1).
           05  CLA-DIAS            PIC 9(5).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-SLG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-DIAS-AVISO        PIC 9(3)  VALUE ZEROS.
       01  W-MES-REFERENCIA    PIC 9(6)  VALUE ZEROS.
       01  W-SEM-SOLICITACOES  PIC X  VALUE "N".
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-INT-HOJE          PIC 9(7) VALUE ZEROS.
       01  W-INT-LIMITE        PIC 9(7) VALUE ZEROS.
       01  W-GRUPO-ANTERIOR    PIC X  VALUE SPACE.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-VENCIDOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-A-VENCER     PIC 9(6) VALUE ZEROS.

      *    QUADRO DO MES DE REFERENCIA: UMA LINHA POR TIPO DE
      *    DIREITO (A, C, E, P, R, NESTA ORDEM) E A SEXTA E O TOTAL.
       01  W-IDX-TIPO          PIC 9    VALUE ZEROS.
       01  W-TAB-ROTULOS.
           05  FILLER          PIC X(15) VALUE "ACESSO".
           05  FILLER          PIC X(15) VALUE "CORRECAO".
           05  FILLER          PIC X(15) VALUE "ELIMINACAO".
           05  FILLER          PIC X(15) VALUE "PORTABILIDADE".
           05  FILLER          PIC X(15) VALUE "REVOGACAO".
           05  FILLER          PIC X(15) VALUE "TOTAL".
       01  W-TAB-ROTULOS-R REDEFINES W-TAB-ROTULOS.
           05  W-ROTULO-TIPO   PIC X(15) OCCURS 6 TIMES.
       01  W-TAB-QUADRO.
           05  W-QUADRO        OCCURS 6 TIMES.
               10  W-QDR-RECEBIDOS   PIC 9(6).
               10  W-QDR-NO-PRAZO    PIC 9(6).
               10  W-QDR-FORA-PRAZO  PIC 9(6).
               10  W-QDR-INDEFERIDOS PIC 9(6).
               10  W-QDR-PENDENTES   PIC 9(6).
               10  W-QDR-VENCIDOS    PIC 9(6).

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM111".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\LGPDPRAZ.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "PRAZOS DAS SOLICITACOES DE TITULARES".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB-VENCIDOS.
           05  FILLER              PIC X(40)
               VALUE "PEDIDOS PENDENTES COM PRAZO VENCIDO".

       01  W-CAB-A-VENCER.
           05  FILLER              PIC X(36)
               VALUE "PEDIDOS PENDENTES QUE VENCEM EM ATE".
           05  W-CABV-DIAS         PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DIAS".

       01  W-CAB2.
           05  FILLER              PIC X(11) VALUE "PROTOCOLO".
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(15) VALUE "TIPO".
           05  FILLER              PIC X(12) VALUE "RECEBIDO".
           05  FILLER              PIC X(12) VALUE "PRAZO".
           05  FILLER              PIC X(8)  VALUE "DIAS".
           05  FILLER              PIC X(12) VALUE "SITUACAO".

       01  W-DETALHE.
           05  WD-PROTOCOLO        PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-TIPO             PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-RECEB       PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-LIMITE      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DIAS             PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-SITUACAO         PIC X(12).

       01  W-LINHA-VAZIA.
           05  FILLER              PIC X(40)
               VALUE "NENHUM PEDIDO NESTA SITUACAO".

       01  W-CAB-QUADRO.
           05  FILLER              PIC X(43)
               VALUE "QUADRO PARA A ANPD - PEDIDOS RECEBIDOS EM ".
           05  W-CABQ-MES          PIC 99.
           05  FILLER              PIC X     VALUE "/".
           05  W-CABQ-ANO          PIC 9999.

       01  W-CAB-QUADRO2.
           05  FILLER              PIC X(17) VALUE "TIPO DE DIREITO".
           05  FILLER              PIC X(11) VALUE "RECEBIDOS".
           05  FILLER              PIC X(11) VALUE "NO PRAZO".
           05  FILLER              PIC X(11) VALUE "FORA PRAZO".
           05  FILLER              PIC X(11) VALUE "INDEFERID.".
           05  FILLER              PIC X(11) VALUE "PENDENTES".
           05  FILLER              PIC X(11) VALUE "VENCIDOS".

       01  W-LINHA-QUADRO.
           05  WQ-ROTULO           PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WQ-RECEBIDOS        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-NO-PRAZO         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-FORA-PRAZO       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-INDEFERIDOS      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-PENDENTES        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WQ-VENCIDOS         PIC ZZZ.ZZ9.

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
           COMPUTE W-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)

           CALL "PGM35"
           DISPLAY "OPERADOR RESPONSAVEL PELA LISTAGEM: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "DIAS DE ANTECEDENCIA DO AVISO (BRANCO = 3): "
               WITH NO ADVANCING
           ACCEPT W-DIAS-AVISO FROM CONSOLE
           IF  W-DIAS-AVISO = ZEROS
               MOVE 3 TO W-DIAS-AVISO
           END-IF
           DISPLAY "MES DE REFERENCIA DO QUADRO ANPD - AAAAMM "
                   "(BRANCO = MES CORRENTE): " WITH NO ADVANCING
           ACCEPT W-MES-REFERENCIA FROM CONSOLE
           IF  W-MES-REFERENCIA = ZEROS
               MOVE WS-DATA-SIST-NUM (1:6) TO W-MES-REFERENCIA
           END-IF

           PERFORM ABRIR-ARQUIVOS.
           INITIALIZE W-TAB-QUADRO.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-GRUPO CLA-DATA-LIMITE CLA-PROTOCOLO
               INPUT  PROCEDURE SELECIONAR-PEDIDOS
               OUTPUT PROCEDURE EMITIR-PRAZOS.

           PERFORM IMPRIMIR-QUADRO.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    SEM REGISTRO AINDA (NENHUM PEDIDO FOI FEITO) A LISTAGEM
      *    SAI VAZIA, COM O QUADRO ZERADO.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-SOLIC-LGPD.
           IF  W-COD-ERRO-SLG = "35"
               MOVE "S" TO W-SEM-SOLICITACOES W-FIM-ARQUIVO
           ELSE
           IF  W-COD-ERRO-SLG NOT = "00"
               DISPLAY "ERRO AO ABRIR SOLLGPD.DAT: " W-COD-ERRO-SLG
               STOP RUN
           END-IF
           END-IF.

           OPEN OUTPUT REL-PRAZOS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR LGPDPRAZ.LST: " W-COD-ERRO-REL
               IF  W-SEM-SOLICITACOES NOT = "S"
                   CLOSE ARQ-SOLIC-LGPD
               END-IF
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - PENDENTES VENCIDOS E A VENCER;
      *    O QUADRO DO MES E APURADO NA MESMA PASSADA
      *    ----------------------------------------------------------
       SELECIONAR-PEDIDOS.
           IF  W-SEM-SOLICITACOES NOT = "S"
               PERFORM LER-PEDIDO
           END-IF
           PERFORM SELECIONAR-PEDIDO UNTIL FIM-ARQUIVO.

       LER-PEDIDO.
           READ ARQ-SOLIC-LGPD NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       SELECIONAR-PEDIDO.
           COMPUTE W-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE (SLG-DATA-LIMITE)
           IF  SLG-PENDENTE
               IF  W-INT-LIMITE < W-INT-HOJE
                   MOVE "1" TO CLA-GRUPO
                   COMPUTE CLA-DIAS = W-INT-HOJE - W-INT-LIMITE
                   PERFORM LIBERAR-PEDIDO
               ELSE
               IF  W-INT-LIMITE - W-INT-HOJE NOT > W-DIAS-AVISO
                   MOVE "2" TO CLA-GRUPO
                   COMPUTE CLA-DIAS = W-INT-LIMITE - W-INT-HOJE
                   PERFORM LIBERAR-PEDIDO
               END-IF
               END-IF
           END-IF
           IF  SLG-DATA-RECEBIMENTO (1:6) = W-MES-REFERENCIA
               PERFORM APURAR-QUADRO
           END-IF
           PERFORM LER-PEDIDO.

       LIBERAR-PEDIDO.
           MOVE SLG-DATA-LIMITE      TO CLA-DATA-LIMITE
           MOVE SLG-PROTOCOLO        TO CLA-PROTOCOLO
           MOVE SLG-CPF              TO CLA-CPF
           MOVE SLG-TIPO             TO CLA-TIPO
           MOVE SLG-DATA-RECEBIMENTO TO CLA-DATA-RECEB
           MOVE SLG-SITUACAO         TO CLA-SITUACAO
           RELEASE REG-CLASSIFICA.

      *    NO PRAZO = RESPONDIDO ATE A DATA LIMITE, INCLUSIVE.
       APURAR-QUADRO.
           EVALUATE TRUE
               WHEN SLG-ACESSO        MOVE 1 TO W-IDX-TIPO
               WHEN SLG-CORRECAO      MOVE 2 TO W-IDX-TIPO
               WHEN SLG-ELIMINACAO    MOVE 3 TO W-IDX-TIPO
               WHEN SLG-PORTABILIDADE MOVE 4 TO W-IDX-TIPO
               WHEN OTHER             MOVE 5 TO W-IDX-TIPO
           END-EVALUATE
           ADD 1 TO W-QDR-RECEBIDOS (W-IDX-TIPO) W-QDR-RECEBIDOS (6)
           EVALUATE TRUE
               WHEN SLG-PENDENTE
                   ADD 1 TO W-QDR-PENDENTES (W-IDX-TIPO)
                            W-QDR-PENDENTES (6)
                   IF  W-INT-LIMITE < W-INT-HOJE
                       ADD 1 TO W-QDR-VENCIDOS (W-IDX-TIPO)
                                W-QDR-VENCIDOS (6)
                   END-IF
               WHEN SLG-INDEFERIDA
                   ADD 1 TO W-QDR-INDEFERIDOS (W-IDX-TIPO)
                            W-QDR-INDEFERIDOS (6)
               WHEN SLG-DATA-RESPOSTA > SLG-DATA-LIMITE
                   ADD 1 TO W-QDR-FORA-PRAZO (W-IDX-TIPO)
                            W-QDR-FORA-PRAZO (6)
               WHEN OTHER
                   ADD 1 TO W-QDR-NO-PRAZO (W-IDX-TIPO)
                            W-QDR-NO-PRAZO (6)
           END-EVALUATE.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - VENCIDOS E DEPOIS A VENCER
      *    ----------------------------------------------------------
       EMITIR-PRAZOS.
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO W-FIM-CLASSIFICA
           PERFORM RETORNAR-CLASSIFICA
           MOVE "1" TO W-GRUPO-ANTERIOR
           PERFORM IMPRIMIR-TITULO-GRUPO
           PERFORM LISTAR-PEDIDO UNTIL W-FIM-CLASSIFICA = "S"
           IF  W-GRUPO-ANTERIOR = "1"
               IF  W-CONT-VENCIDOS = ZEROS
                   PERFORM IMPRIMIR-LINHA-VAZIA
               END-IF
               MOVE "2" TO W-GRUPO-ANTERIOR
               PERFORM IMPRIMIR-TITULO-GRUPO
           END-IF
           IF  W-CONT-A-VENCER = ZEROS
               PERFORM IMPRIMIR-LINHA-VAZIA
           END-IF.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       LISTAR-PEDIDO.
           IF  CLA-GRUPO NOT = W-GRUPO-ANTERIOR
               IF  W-CONT-VENCIDOS = ZEROS
                   PERFORM IMPRIMIR-LINHA-VAZIA
               END-IF
               MOVE CLA-GRUPO TO W-GRUPO-ANTERIOR
               PERFORM IMPRIMIR-TITULO-GRUPO
           END-IF
           IF  W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
               PERFORM IMPRIMIR-TITULO-GRUPO
           END-IF
           PERFORM IMPRIMIR-DETALHE
           PERFORM RETORNAR-CLASSIFICA.

      *    CPF SEMPRE MASCARADO NO PAPEL (LGPD): 7 PRIMEIROS DIGITOS
      *    COMO "X", COMO NA CONSULTA (PGM04) PARA OPERADOR COMUM.
       IMPRIMIR-DETALHE.
           MOVE CLA-PROTOCOLO         TO WD-PROTOCOLO
           MOVE "XXXXXXX"             TO WD-CPF (1:7)
           MOVE CLA-CPF (8:4)         TO WD-CPF (8:4)
           EVALUATE CLA-TIPO
               WHEN "A"  MOVE W-ROTULO-TIPO (1) TO WD-TIPO
               WHEN "C"  MOVE W-ROTULO-TIPO (2) TO WD-TIPO
               WHEN "E"  MOVE W-ROTULO-TIPO (3) TO WD-TIPO
               WHEN "P"  MOVE W-ROTULO-TIPO (4) TO WD-TIPO
               WHEN OTHER MOVE W-ROTULO-TIPO (5) TO WD-TIPO
           END-EVALUATE
           MOVE CLA-DATA-RECEB (7:2)  TO WD-DATA-RECEB (1:2)
           MOVE "/"                   TO WD-DATA-RECEB (3:1)
           MOVE CLA-DATA-RECEB (5:2)  TO WD-DATA-RECEB (4:2)
           MOVE "/"                   TO WD-DATA-RECEB (6:1)
           MOVE CLA-DATA-RECEB (1:4)  TO WD-DATA-RECEB (7:4)
           MOVE CLA-DATA-LIMITE (7:2) TO WD-DATA-LIMITE (1:2)
           MOVE "/"                   TO WD-DATA-LIMITE (3:1)
           MOVE CLA-DATA-LIMITE (5:2) TO WD-DATA-LIMITE (4:2)
           MOVE "/"                   TO WD-DATA-LIMITE (6:1)
           MOVE CLA-DATA-LIMITE (1:4) TO WD-DATA-LIMITE (7:4)
           MOVE CLA-DIAS              TO WD-DIAS
           IF  CLA-SITUACAO = "E"
               MOVE "EM ANDAMENTO" TO WD-SITUACAO
           ELSE
               MOVE "ABERTA"       TO WD-SITUACAO
           END-IF
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA
           IF  CLA-GRUPO = "1"
               ADD 1 TO W-CONT-VENCIDOS
           ELSE
               ADD 1 TO W-CONT-A-VENCER
           END-IF.

       IMPRIMIR-TITULO-GRUPO.
           IF  W-GRUPO-ANTERIOR = "1"
               WRITE REG-REL FROM W-CAB-VENCIDOS
                     AFTER ADVANCING 2 LINES
           ELSE
               MOVE W-DIAS-AVISO TO W-CABV-DIAS
               WRITE REG-REL FROM W-CAB-A-VENCER
                     AFTER ADVANCING 2 LINES
           END-IF
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           ADD 4 TO W-CONT-LINHA.

       IMPRIMIR-LINHA-VAZIA.
           WRITE REG-REL FROM W-LINHA-VAZIA AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

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
      *    QUADRO DO MES DE REFERENCIA, EM PAGINA PROPRIA
      *    ----------------------------------------------------------
       IMPRIMIR-QUADRO.
           PERFORM IMPRIMIR-CABECALHO
           MOVE W-MES-REFERENCIA (5:2) TO W-CABQ-MES
           MOVE W-MES-REFERENCIA (1:4) TO W-CABQ-ANO
           WRITE REG-REL FROM W-CAB-QUADRO AFTER ADVANCING 2 LINES
           WRITE REG-REL FROM W-CAB-QUADRO2 AFTER ADVANCING 2 LINES
           PERFORM IMPRIMIR-LINHA-QUADRO
                   VARYING W-IDX-TIPO FROM 1 BY 1
                   UNTIL W-IDX-TIPO > 6.

       IMPRIMIR-LINHA-QUADRO.
           MOVE W-ROTULO-TIPO (W-IDX-TIPO)     TO WQ-ROTULO
           MOVE W-QDR-RECEBIDOS (W-IDX-TIPO)   TO WQ-RECEBIDOS
           MOVE W-QDR-NO-PRAZO (W-IDX-TIPO)    TO WQ-NO-PRAZO
           MOVE W-QDR-FORA-PRAZO (W-IDX-TIPO)  TO WQ-FORA-PRAZO
           MOVE W-QDR-INDEFERIDOS (W-IDX-TIPO) TO WQ-INDEFERIDOS
           MOVE W-QDR-PENDENTES (W-IDX-TIPO)   TO WQ-PENDENTES
           MOVE W-QDR-VENCIDOS (W-IDX-TIPO)    TO WQ-VENCIDOS
           IF  W-IDX-TIPO = 6
               WRITE REG-REL FROM W-LINHA-QUADRO
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM W-LINHA-QUADRO
                     AFTER ADVANCING 1 LINE
           END-IF.

       REGISTRAR-CATALOGO.
           COMPUTE W-QTD-CATALOGO = W-CONT-VENCIDOS + W-CONT-A-VENCER
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "PEDIDOS COM PRAZO VENCIDO: " W-CONT-VENCIDOS.
           DISPLAY "PEDIDOS A VENCER         : " W-CONT-A-VENCER.
           DISPLAY "RECEBIDOS NO MES " W-MES-REFERENCIA "   : "
                   W-QDR-RECEBIDOS (6).
           DISPLAY "LISTAGEM EM LGPDPRAZ.LST".

       FINALIZACAO.
           IF  W-SEM-SOLICITACOES NOT = "S"
               CLOSE ARQ-SOLIC-LGPD
           END-IF.
           CLOSE REL-PRAZOS.

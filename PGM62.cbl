      *    RELATORIO DE EVENTOS DE SEGURANCA. IMPRIME O SEGEVENT.LOG
      *    (GRAVADO PELO PGM61 A PARTIR DO PGM00/PGM15) EM ORDEM DE
      *    GRAVACAO, COM TOTAIS POR TIPO DE EVENTO (FALHAS DE LOGIN,
      *    BLOQUEIOS, DESBLOQUEIOS/RESETS, TROCAS DE SENHA E O CICLO
      *    DAS SESSOES: ENTRADAS, SAIDAS, ENCERRAMENTOS POR
      *    INATIVIDADE E DERRUBADAS PELO SUPERVISOR) -- E O
      *    QUE O SUPERVISOR OLHA QUANDO DESCONFIA DE TENTATIVAS DE
      *    ACESSO INDEVIDO. CADA EMISSAO E REGISTRADA NO CATALOGO
      *    (PGM38).
       01  W-CONT-BLOQUEIOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-DESBLOQUEIOS PIC 9(6) VALUE ZEROS.
       01  W-CONT-TROCAS       PIC 9(6) VALUE ZEROS.
       01  W-CONT-ENTRADAS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-SAIDAS       PIC 9(6) VALUE ZEROS.
       01  W-CONT-INATIVIDADES PIC 9(6) VALUE ZEROS.
       01  W-CONT-DERRUBADAS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
               VALUE "TROCAS DE SENHA             : ".
           05  W-ROD4-QTD          PIC ZZZ.ZZ9.

       01  W-RODAPE5.
           05  FILLER              PIC X(30)
               VALUE "ENTRADAS EM SESSAO          : ".
           05  W-ROD5-QTD          PIC ZZZ.ZZ9.

       01  W-RODAPE6.
           05  FILLER              PIC X(30)
               VALUE "SAIDAS DE SESSAO            : ".
           05  W-ROD6-QTD          PIC ZZZ.ZZ9.

       01  W-RODAPE7.
           05  FILLER              PIC X(30)
               VALUE "ENCERRADAS POR INATIVIDADE  : ".
           05  W-ROD7-QTD          PIC ZZZ.ZZ9.

       01  W-RODAPE8.
           05  FILLER              PIC X(30)
               VALUE "DERRUBADAS PELO SUPERVISOR  : ".
           05  W-ROD8-QTD          PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
               WHEN EVT-TROCA-SENHA
                   ADD 1 TO W-CONT-TROCAS
                   MOVE "TROCA SENHA" TO WD-EVENTO
               WHEN EVT-ENTRADA
                   ADD 1 TO W-CONT-ENTRADAS
                   MOVE "ENTRADA"     TO WD-EVENTO
               WHEN EVT-SAIDA
                   ADD 1 TO W-CONT-SAIDAS
                   MOVE "SAIDA"       TO WD-EVENTO
               WHEN EVT-INATIVIDADE
                   ADD 1 TO W-CONT-INATIVIDADES
                   MOVE "INATIVIDADE" TO WD-EVENTO
               WHEN EVT-DERRUBADA
                   ADD 1 TO W-CONT-DERRUBADAS
                   MOVE "DERRUBADA"   TO WD-EVENTO
               WHEN OTHER
                   MOVE EVT-TIPO      TO WD-EVENTO
           END-EVALUATE
           WRITE REG-REL FROM W-RODAPE2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-RODAPE3 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-RODAPE4 AFTER ADVANCING 1 LINE.
           MOVE W-CONT-ENTRADAS     TO W-ROD5-QTD.
           MOVE W-CONT-SAIDAS       TO W-ROD6-QTD.
           MOVE W-CONT-INATIVIDADES TO W-ROD7-QTD.
           MOVE W-CONT-DERRUBADAS   TO W-ROD8-QTD.
           WRITE REG-REL FROM W-RODAPE5 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-RODAPE6 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-RODAPE7 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-RODAPE8 AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-LIDOS TO W-QTD-CATALOGO

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM120  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    PRAZOS DA FILA DE APROVACOES (ARQ-APROVACOES). CADA TIPO DE
      *    OPERACAO TEM UM PRAZO EM DIAS CORRIDOS PARA O SUPERVISOR
      *    DECIDIR, CONTADO DA DATA DA SOLICITACAO (PARAMETROS DO
      *    PGM34: OS W-PAR-PRAZO DO CPYPARAM).. TRES SERVICOS, PELO
      *    CODIGO DE FUNCAO:
      *      "N" (NOVA)     - DEVOLVE EM LK-DATA-LIMITE A DATA-LIMITE
      *          DE UMA SOLICITACAO QUE VAI SER GRAVADA. SE O CHAMADOR
      *          JA TRAZ UMA DATA MENOR (O PRAZO LEGAL DO PEDIDO LGPD
      *          QUE ORIGINOU A ANONIMIZACAO, PGM13), ELA PREVALECE.
      *      "I" (IDADE)    - PARA UMA SOLICITACAO JA GRAVADA, DEVOLVE
      *          A IDADE EM DIAS (LK-IDADE-DIAS) E OS DIAS DE ATRASO
      *          (LK-ATRASO-DIAS, ZERO SE DENTRO DO PRAZO). SOLICITACAO
      *          GRAVADA ANTES DO CONTROLE DE PRAZO (DATA-LIMITE EM
      *          BRANCO) RECEBE O PRAZO PADRAO DO TIPO, DEVOLVIDO EM
      *          LK-DATA-LIMITE.
      *      "V" (VENCIDAS) - PERCORRE A FILA E DEVOLVE QUANTAS
      *          PENDENTES ESTAO VENCIDAS (LK-QTD-VENCIDAS) E O MAIOR
      *          ATRASO (LK-ATRASO-DIAS), COM A OPERACAO, A DATA/HORA
      *          E A DATA-LIMITE DA MAIS ATRASADA. E A ESCALACAO DO
      *          LOGIN (PGM00): TODO SUPERVISOR VE AS VENCIDAS.
      *    A DATA DE REFERENCIA E A DE PROCESSAMENTO DO PGM34 QUANDO
      *    FORCADA, SENAO A DA MAQUINA. RETORNO "V" SEM FILA
      *    (ARQUIVO INEXISTENTE OU INDISPONIVEL) = NENHUMA VENCIDA.
      *    USADO POR PGM03, PGM13, PGM48 E PGM91 (GRAVACAO), PGM31
      *    (TELA DE APROVACAO), PGM121 (RELATORIO DE ENVELHECIMENTO)
      *    E PGM00 (LOGIN). MESMO PADRAO DE SUB-ROTINA DO PGM110.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELAP REPLACING STATUS-FIELD BY W-COD-ERRO-APR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-APROVACOES
           LABEL RECORD STANDARD.
       COPY CPYAPROV.

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-APR      PIC X(2) VALUE SPACES.
       77  W-FIM-FILA          PIC X VALUE "N".
       77  W-PRAZO-DIAS        PIC 9(3) VALUE ZEROS.
       77  W-INT-HOJE          PIC 9(7) VALUE ZEROS.
       77  W-INT-SOLICITACAO   PIC 9(7) VALUE ZEROS.
       77  W-INT-LIMITE        PIC 9(7) VALUE ZEROS.
       77  W-DATA-SOLICITACAO  PIC 9(8) VALUE ZEROS.
       77  W-DATA-PADRAO       PIC 9(8) VALUE ZEROS.
       77  W-IDADE-DIAS        PIC 9(5) VALUE ZEROS.
       77  W-ATRASO-DIAS       PIC 9(5) VALUE ZEROS.
       77  W-ATRASO-MAIOR      PIC 9(5) VALUE ZEROS.
       77  W-IDADE-MAIOR       PIC 9(5) VALUE ZEROS.
       77  W-OPERACAO-MAIOR    PIC X(1) VALUE SPACE.
       77  W-DATA-HORA-MAIOR   PIC 9(14) VALUE ZEROS.
       77  W-DATA-LIMITE-MAIOR PIC 9(8) VALUE ZEROS.
       COPY CPYPARAM.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-FUNCAO           PIC X(1).
       01  LK-OPERACAO         PIC X(1).
       01  LK-DATA-HORA        PIC 9(14).
       01  LK-DATA-LIMITE      PIC 9(8).
       01  LK-IDADE-DIAS       PIC 9(5).
       01  LK-ATRASO-DIAS      PIC 9(5).
       01  LK-QTD-VENCIDAS     PIC 9(5).

       PROCEDURE DIVISION USING LK-FUNCAO LK-OPERACAO LK-DATA-HORA
                                LK-DATA-LIMITE LK-IDADE-DIAS
                                LK-ATRASO-DIAS LK-QTD-VENCIDAS.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST
           CALL "PGM35"
      *    DIA REPROCESSADO: IDADES E PRAZOS CONTAM DA DATA DE
      *    PROCESSAMENTO FORCADA NO PGM34, COMO NO PGM14.
           IF  W-PAR-DATA-PROCESSAMENTO > ZEROS
               MOVE W-PAR-DATA-PROCESSAMENTO TO WS-DATA-SIST-NUM
           END-IF
           COMPUTE W-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)

           IF  LK-FUNCAO = "N"
               PERFORM CALCULAR-PRAZO-PADRAO
               IF  LK-DATA-LIMITE NOT NUMERIC
                OR LK-DATA-LIMITE = ZEROS
                OR LK-DATA-LIMITE > W-DATA-PADRAO
                   MOVE W-DATA-PADRAO TO LK-DATA-LIMITE
               END-IF
           ELSE
           IF  LK-FUNCAO = "I"
               PERFORM CALCULAR-IDADE
               MOVE W-IDADE-DIAS  TO LK-IDADE-DIAS
               MOVE W-ATRASO-DIAS TO LK-ATRASO-DIAS
           ELSE
           IF  LK-FUNCAO = "V"
               PERFORM CONTAR-VENCIDAS
           END-IF
           END-IF
           END-IF
           GOBACK.

      *    DATA DA SOLICITACAO (DA CHAVE) + PRAZO DO TIPO DE OPERACAO.
       CALCULAR-PRAZO-PADRAO.
           EVALUATE LK-OPERACAO
               WHEN "D"  MOVE W-PAR-PRAZO-EXCLUSAO    TO W-PRAZO-DIAS
               WHEN "E"  MOVE W-PAR-PRAZO-ANONIMIZACAO
                                                      TO W-PRAZO-DIAS
               WHEN "S"  MOVE W-PAR-PRAZO-SUSPENSAO   TO W-PRAZO-DIAS
               WHEN "U"  MOVE W-PAR-PRAZO-SUSP-CONDIC TO W-PRAZO-DIAS
               WHEN OTHER
                         MOVE W-PAR-PRAZO-CANC-CONDIC TO W-PRAZO-DIAS
           END-EVALUATE
           MOVE LK-DATA-HORA (1:8) TO W-DATA-SOLICITACAO
           IF  W-DATA-SOLICITACAO NOT NUMERIC
            OR W-DATA-SOLICITACAO < 19000101
               MOVE WS-DATA-SIST-NUM TO W-DATA-SOLICITACAO
           END-IF
           COMPUTE W-INT-SOLICITACAO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-SOLICITACAO)
           COMPUTE W-DATA-PADRAO = FUNCTION DATE-OF-INTEGER
                   (W-INT-SOLICITACAO + W-PRAZO-DIAS).

       CALCULAR-IDADE.
           PERFORM CALCULAR-PRAZO-PADRAO
           IF  LK-DATA-LIMITE NOT NUMERIC
            OR LK-DATA-LIMITE < 19000101
               MOVE W-DATA-PADRAO TO LK-DATA-LIMITE
           END-IF
           COMPUTE W-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE (LK-DATA-LIMITE)
           MOVE ZEROS TO W-IDADE-DIAS W-ATRASO-DIAS
           IF  W-INT-HOJE > W-INT-SOLICITACAO
               COMPUTE W-IDADE-DIAS = W-INT-HOJE - W-INT-SOLICITACAO
           END-IF
           IF  W-INT-HOJE > W-INT-LIMITE
               COMPUTE W-ATRASO-DIAS = W-INT-HOJE - W-INT-LIMITE
           END-IF.

       CONTAR-VENCIDAS.
           MOVE ZEROS  TO LK-QTD-VENCIDAS
           OPEN INPUT ARQ-APROVACOES
           IF  W-COD-ERRO-APR = "00"
               MOVE "N" TO W-FIM-FILA
               PERFORM LER-FILA
               PERFORM EXAMINAR-SOLICITACAO UNTIL W-FIM-FILA = "S"
               CLOSE ARQ-APROVACOES
           END-IF
           MOVE W-ATRASO-MAIOR      TO LK-ATRASO-DIAS
           MOVE W-IDADE-MAIOR       TO LK-IDADE-DIAS
           MOVE W-OPERACAO-MAIOR    TO LK-OPERACAO
           MOVE W-DATA-HORA-MAIOR   TO LK-DATA-HORA
           MOVE W-DATA-LIMITE-MAIOR TO LK-DATA-LIMITE.

       LER-FILA.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-FILA
           END-READ.

       EXAMINAR-SOLICITACAO.
           IF  APR-PENDENTE
               MOVE APR-OPERACAO   TO LK-OPERACAO
               MOVE APR-DATA-HORA  TO LK-DATA-HORA
               MOVE APR-DATA-LIMITE TO LK-DATA-LIMITE
               PERFORM CALCULAR-IDADE
               IF  W-ATRASO-DIAS > ZEROS
                   ADD 1 TO LK-QTD-VENCIDAS
               END-IF
               IF  W-ATRASO-DIAS > W-ATRASO-MAIOR
                   MOVE W-ATRASO-DIAS  TO W-ATRASO-MAIOR
                   MOVE W-IDADE-DIAS   TO W-IDADE-MAIOR
                   MOVE APR-OPERACAO   TO W-OPERACAO-MAIOR
                   MOVE APR-DATA-HORA  TO W-DATA-HORA-MAIOR
                   MOVE LK-DATA-LIMITE TO W-DATA-LIMITE-MAIOR
               END-IF
           END-IF
           PERFORM LER-FILA.

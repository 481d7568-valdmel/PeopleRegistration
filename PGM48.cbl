      *    (ARQ-APROVACOES) -- NADA E INATIVADO AQUI: CADA SUSPENSAO
      *    PASSA PELA APROVACAO EM DUAS MAOS DO PGM31, COMO A
      *    EXCLUSAO E A ANONIMIZACAO. O BATCH RECUSA CAMPANHA AINDA
      *    DENTRO DO PRAZO DE CORTE. SO E SOLICITADA A SUSPENSAO DE
      *    QUEM JA RECEBEU, EM DIA ANTERIOR, O AVISO DE
      *    RECADASTRAMENTO PENDENTE DESTA CAMPANHA (AVISOS.DAT,
      *    PGM113) -- O AVISO PREVIO E EXIGENCIA LEGAL; QUEM AINDA
      *    NAO FOI AVISADO E CONTADO A PARTE E ENTRA NUMA REEXECUCAO
      *    DEPOIS QUE O AVISO SAIR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELAP REPLACING STATUS-FIELD BY W-COD-ERRO-APR.

           COPY CPYSELAV REPLACING STATUS-FIELD BY W-COD-ERRO-AVI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYAPROV.

       FD  ARQ-AVISOS
           LABEL RECORD STANDARD.
       COPY CPYAVISO.

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-CAM      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-APR      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AVI      PIC XX VALUE SPACES.
       01  W-SEM-AVISOS        PIC X  VALUE "N".
       01  W-AVISADO           PIC X  VALUE "N".
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-CAMPANHA          PIC 9(4) VALUE ZEROS.
       01  W-CONFIRMADO        PIC X  VALUE "N".
       01  W-FIM-FILA          PIC X  VALUE "N".
       01  W-JA-NA-FILA        PIC X  VALUE "N".
       01  W-PRAZO-IDADE       PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-ATRASO      PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-QTD         PIC 9(5) VALUE ZEROS.
       01  W-CONT-ATIVOS       PIC 9(6) VALUE ZEROS.
       01  W-CONT-CONFIRMADOS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-SOLICITADAS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-NA-FILA   PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-AVISO    PIC 9(6) VALUE ZEROS.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
               STOP RUN
           END-IF.

      *    SEM O REGISTRO DE AVISOS NINGUEM FOI AVISADO AINDA.
           OPEN INPUT ARQ-AVISOS.
           IF  W-COD-ERRO-AVI NOT = "00"
               MOVE "S" TO W-SEM-AVISOS
           END-IF.

       CONFERIR-CAMPANHA.
           MOVE W-CAMPANHA TO CAM-ID
           READ ARQ-CAMPANHAS
               IF  W-CONFIRMADO = "S"
                   ADD 1 TO W-CONT-CONFIRMADOS
               ELSE
                   PERFORM CONSULTAR-AVISO
                   IF  W-AVISADO = "S"
                       PERFORM SOLICITAR-SUSPENSAO
                   ELSE
                       ADD 1 TO W-CONT-SEM-AVISO
                   END-IF
               END-IF
           END-IF

               MOVE "S" TO W-CONFIRMADO
           END-IF.

      *    O AVISO TEM DE TER SAIDO ANTES DO DIA DO FECHAMENTO.
       CONSULTAR-AVISO.
           MOVE "N" TO W-AVISADO
           IF  W-SEM-AVISOS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE CPF        TO AVI-CPF
           MOVE "RC"       TO AVI-EVENTO
           MOVE W-CAMPANHA TO AVI-REFERENCIA
           READ ARQ-AVISOS
           IF  W-COD-ERRO-AVI = "00"
           AND AVI-DATA-EMISSAO < WS-DATA-SIST-NUM
               MOVE "S" TO W-AVISADO
           END-IF.

      *    NUMA REEXECUCAO DO FECHAMENTO (RETOMADA NATURAL DEPOIS DE
      *    UMA QUEDA) OS NAO-CONFIRMADOS CONTINUAM NA BASE: O QUE JA
      *    TEM SUSPENSAO PENDENTE NA FILA NAO PODE GANHAR OUTRA.
           STRING "NAO RECADASTRADO - CAMPANHA " W-CAMPANHA
               DELIMITED BY SIZE INTO APR-MOTIVO
           MOVE "P"        TO APR-SITUACAO
           MOVE ZEROS      TO APR-DATA-LIMITE
           CALL "PGM120" USING "N" APR-OPERACAO APR-DATA-HORA
                APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                W-PRAZO-QTD
           WRITE REG-APROVACOES
           IF  W-COD-ERRO-APR = "22"
      *        MESMO CPF SOLICITADO NO MESMO SEGUNDO: NAO DUPLICA.
               DISPLAY "JA ESTAVAM NA FILA         : "
                       W-CONT-JA-NA-FILA
           END-IF.
           IF  W-CONT-SEM-AVISO > ZEROS
               DISPLAY "SEM AVISO PREVIO (NAO SUSP.): "
                       W-CONT-SEM-AVISO
               DISPLAY "RODE O PGM113 E REEXECUTE O FECHAMENTO DEPOIS"
           END-IF.
           DISPLAY "AS SUSPENSOES AGUARDAM APROVACAO NO PGM31".

       FINALIZACAO.
           CLOSE ARQ-CAMPANHAS.
           CLOSE ARQ-RECAD.
           CLOSE ARQ-APROVACOES.
           IF  W-SEM-AVISOS NOT = "S"
               CLOSE ARQ-AVISOS
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM89  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    RENDA PER CAPITA DO NUCLEO FAMILIAR PARA A LISTA DE ESPERA
      *    DOS PROGRAMAS DE BENEFICIO. RECEBE O CPF DO TITULAR E
      *    DEVOLVE A RENDA DECLARADA (ARQ-RENDA, PGM49) DIVIDIDA
      *    PELO NUCLEO (TITULAR + DEPENDENTES DE ARQ-DEPENDENTES),
      *    NA MESMA CONTA DA APURACAO MENSAL (PGM51). SEM DECLARACAO,
      *    OU COM DECLARACAO EXPIRADA (PARAMETRO DE MESES DO PGM34),
      *    DEVOLVE 9999999,99 E LK-APURADA "N": O TITULAR VAI PARA O
      *    FIM DA FILA ATE DECLARAR. USADO PELO BALCAO (PGM50) AO
      *    INCLUIR NA FILA E PELA CHAMADA MENSAL (PGM90) AO
      *    REORDENA-LA. QUEM CHAMA JA CARREGOU OS PARAMETROS (PGM35).
      *    MESMO PADRAO DE SUB-ROTINA DO PGM57.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RENDA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-RND      PIC X(2) VALUE SPACES.
       77  W-COD-ERRO-DEP      PIC X(2) VALUE SPACES.
       77  W-FIM-DEPENDENTES   PIC X(1) VALUE "N".
       77  W-QTD-DEP           PIC 9(2) VALUE ZEROS.
       77  W-ANO-DECL          PIC 9(4) VALUE ZEROS.
       77  W-MES-DECL          PIC 9(2) VALUE ZEROS.
       77  W-MESES-DECORRIDOS  PIC S9(5) VALUE ZEROS.

       COPY CPYPARAM.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.

       LINKAGE SECTION.
       01  LK-CPF              PIC X(11).
       01  LK-RENDA-PER-CAPITA PIC 9(7)V99.
       01  LK-APURADA          PIC X(1).

       PROCEDURE DIVISION USING LK-CPF LK-RENDA-PER-CAPITA
                                LK-APURADA.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           MOVE 9999999,99 TO LK-RENDA-PER-CAPITA
           MOVE "N"        TO LK-APURADA

           OPEN INPUT ARQ-RENDA
           IF  W-COD-ERRO-RND NOT = "00"
               EXIT PROGRAM
           END-IF

           MOVE LK-CPF TO RND-CPF
           READ ARQ-RENDA
           IF  W-COD-ERRO-RND NOT = "00"
               CLOSE ARQ-RENDA
               EXIT PROGRAM
           END-IF
           CLOSE ARQ-RENDA

           MOVE RND-DATA-DECLARACAO (1:4) TO W-ANO-DECL
           MOVE RND-DATA-DECLARACAO (5:2) TO W-MES-DECL
           COMPUTE W-MESES-DECORRIDOS =
                   (WS-ANO-SIST * 12 + WS-MES-SIST)
                 - (W-ANO-DECL * 12 + W-MES-DECL)
           IF  W-MESES-DECORRIDOS > W-PAR-MESES-VALIDADE-RENDA
               EXIT PROGRAM
           END-IF

           PERFORM CONTAR-DEPENDENTES
           COMPUTE LK-RENDA-PER-CAPITA ROUNDED =
                   RND-RENDA-MENSAL / (W-QTD-DEP + 1)
           MOVE "S" TO LK-APURADA
           EXIT PROGRAM.

       CONTAR-DEPENDENTES.
           MOVE ZEROS TO W-QTD-DEP
           OPEN INPUT ARQ-DEPENDENTES
           IF  W-COD-ERRO-DEP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"    TO W-FIM-DEPENDENTES
           MOVE LK-CPF TO DEP-CPF-TITULAR
           MOVE ZEROS  TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEPENDENTES
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM SOMAR-DEPENDENTE
                   UNTIL W-FIM-DEPENDENTES = "S"
           CLOSE ARQ-DEPENDENTES.

       LER-DEPENDENTE.
           IF  W-FIM-DEPENDENTES NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEPENDENTES
               END-READ
               IF  W-FIM-DEPENDENTES NOT = "S"
                AND DEP-CPF-TITULAR NOT = LK-CPF
                   MOVE "S" TO W-FIM-DEPENDENTES
               END-IF
           END-IF.

       SOMAR-DEPENDENTE.
           ADD 1 TO W-QTD-DEP
           PERFORM LER-DEPENDENTE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM88  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONFERENCIA DO DIGITO VERIFICADOR DO NIS (PIS/PASEP/NIS).
      *    RECEBE OS ONZE DIGITOS E DEVOLVE "S" QUANDO O ULTIMO
      *    CONFERE COM O CALCULADO PELO ALGORITMO OFICIAL: PESOS
      *    3 2 9 8 7 6 5 4 3 2 SOBRE OS DEZ PRIMEIROS DIGITOS, DV =
      *    11 MENOS O RESTO DA SOMA POR 11, E DV 10 OU 11 VALE ZERO.
      *    NIS ZERADO OU COM TODOS OS DIGITOS IGUAIS E RECUSADO.
      *    USADO NA DIGITACAO DO BALCAO (PGM50) E NA IMPORTACAO DE
      *    TRANSFERENCIA (PGM78). MESMO PADRAO DE SUB-ROTINA DO
      *    PGM87.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  W-SOMA              PIC 9(4) VALUE ZEROS.
       77  W-I                 PIC 9(2) VALUE ZEROS.
       77  W-QUOCIENTE         PIC 9(4) VALUE ZEROS.
       77  W-RESTO             PIC 9(2) VALUE ZEROS.
       77  W-DV                PIC 9(2) VALUE ZEROS.
       77  W-IGUAIS            PIC 9(2) VALUE ZEROS.
       01  W-NIS               PIC 9(11) VALUE ZEROS.
       01  W-NIS-DIG REDEFINES W-NIS.
           05  W-DIGITO        PIC 9 OCCURS 11 TIMES.
       01  W-TABELA-PESOS      PIC X(10) VALUE "3298765432".
       01  W-PESOS REDEFINES W-TABELA-PESOS.
           05  W-PESO          PIC 9 OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LK-NIS              PIC 9(11).
       01  LK-VALIDO           PIC X(1).

       PROCEDURE DIVISION USING LK-NIS LK-VALIDO.
       INICIO.
           MOVE "N" TO LK-VALIDO
           IF  LK-NIS NOT NUMERIC OR LK-NIS = ZEROS
               EXIT PROGRAM
           END-IF
           MOVE LK-NIS TO W-NIS
           MOVE ZEROS  TO W-SOMA W-IGUAIS
           PERFORM SOMAR-DIGITO
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 10
           IF  W-IGUAIS = 10 AND W-DIGITO (11) = W-DIGITO (1)
               EXIT PROGRAM
           END-IF
           DIVIDE W-SOMA BY 11 GIVING W-QUOCIENTE REMAINDER W-RESTO
           COMPUTE W-DV = 11 - W-RESTO
           IF  W-DV > 9
               MOVE ZEROS TO W-DV
           END-IF
           IF  W-DV = W-DIGITO (11)
               MOVE "S" TO LK-VALIDO
           END-IF
           EXIT PROGRAM.

       SOMAR-DIGITO.
           COMPUTE W-SOMA = W-SOMA + W-DIGITO (W-I) * W-PESO (W-I)
           IF  W-DIGITO (W-I) = W-DIGITO (1)
               ADD 1 TO W-IGUAIS
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM87  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONFERENCIA DE DIGITO VERIFICADOR DE AGENCIA E CONTA
      *    BANCARIA. RECEBE O NUMERO (ATE 15 DIGITOS, ALINHADO A
      *    DIREITA COM ZEROS) E O DV INFORMADO, E DEVOLVE "S" QUANDO
      *    O DV CONFERE. MODULO 11 COM PESOS 2 A 9 DA DIREITA PARA A
      *    ESQUERDA (RECOMECANDO EM 2 DEPOIS DO 9); RESTO 1 DA DV
      *    "X" E RESTO 0 DA DV "0". USADO NA DIGITACAO DA CONTA
      *    (PGM86) E NA REMESSA DE PAGAMENTO (PGM52), PARA AS DUAS
      *    PONTAS APLICAREM A MESMA REGRA. MESMO PADRAO DE
      *    SUB-ROTINA DO PGM05/PGM60.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  W-SOMA              PIC 9(5) VALUE ZEROS.
       77  W-PESO              PIC 9(2) VALUE ZEROS.
       77  W-I                 PIC 9(2) VALUE ZEROS.
       77  W-QUOCIENTE         PIC 9(5) VALUE ZEROS.
       77  W-RESTO             PIC 9(2) VALUE ZEROS.
       77  W-DV-CALCULADO      PIC X(1) VALUE SPACE.
       01  W-NUMERO            PIC 9(15) VALUE ZEROS.
       01  W-NUMERO-DIG REDEFINES W-NUMERO.
           05  W-DIGITO        PIC 9 OCCURS 15 TIMES.

       LINKAGE SECTION.
       01  LK-NUMERO           PIC 9(15).
       01  LK-DV               PIC X(1).
       01  LK-VALIDO           PIC X(1).

       PROCEDURE DIVISION USING LK-NUMERO LK-DV LK-VALIDO.
       INICIO.
           MOVE LK-NUMERO TO W-NUMERO
           MOVE ZEROS     TO W-SOMA
           MOVE 2         TO W-PESO
           PERFORM SOMAR-DIGITO
                   VARYING W-I FROM 15 BY -1 UNTIL W-I < 1
           DIVIDE W-SOMA BY 11 GIVING W-QUOCIENTE REMAINDER W-RESTO
           EVALUATE W-RESTO
               WHEN 0
                   MOVE "0" TO W-DV-CALCULADO
               WHEN 1
                   MOVE "X" TO W-DV-CALCULADO
               WHEN OTHER
                   COMPUTE W-QUOCIENTE = 11 - W-RESTO
                   MOVE W-QUOCIENTE (5:1) TO W-DV-CALCULADO
           END-EVALUATE
           IF  LK-DV = W-DV-CALCULADO
            OR (LK-DV = "x" AND W-DV-CALCULADO = "X")
               MOVE "S" TO LK-VALIDO
           ELSE
               MOVE "N" TO LK-VALIDO
           END-IF
           EXIT PROGRAM.

       SOMAR-DIGITO.
           COMPUTE W-SOMA = W-SOMA + W-DIGITO (W-I) * W-PESO
           IF  W-PESO = 9
               MOVE 2 TO W-PESO
           ELSE
               ADD 1 TO W-PESO
           END-IF.

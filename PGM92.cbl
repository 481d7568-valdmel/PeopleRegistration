       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM92  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    NUMERO DO CARTAO MUNICIPAL DO BENEFICIARIO: 15 DIGITOS
      *    SEQUENCIAIS MAIS UM DV PELO ALGORITMO DE LUHN (MODULO 10,
      *    O MESMO DOS CARTOES BANCARIOS, QUE A GRAFICA E O LEITOR
      *    DO BALCAO JA CONFEREM). DUAS OPERACOES:
      *      "N" - ALOCA O PROXIMO NUMERO: O ULTIMO USADO VIVE EM
      *            CARTOES.CTL (MESMO PADRAO DO PROTOCOL.CTL DO
      *            PGM54) E LK-NUMERO VOLTA COM O DV; QUEM CHAMA
      *            GRAVA O CARTAO E, SE A CHAVE ALTERNATIVA ACUSAR
      *            NUMERO REPETIDO (CONTROLE PERDIDO), PEDE OUTRO;
      *      "V" - CONFERE O DV DO NUMERO RECEBIDO EM LK-NUMERO.
      *    LK-VALIDO VOLTA "S" QUANDO O NUMERO FOI ALOCADO OU O DV
      *    CONFERE. USADO PELO BATCH DE PRODUCAO (PGM93) E PELO
      *    BALCAO (PGM94). MESMO PADRAO DE SUB-ROTINA DO PGM54/PGM87.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "C:\TEMP\CARTOES.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01  REG-CONTROLE.
           05  CTL-ULT-CARTAO      PIC 9(15).

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-CTL      PIC X(2) VALUE SPACES.
       77  W-ULT-CARTAO        PIC 9(15) VALUE ZEROS.
       77  W-SOMA              PIC 9(4) VALUE ZEROS.
       77  W-PRODUTO           PIC 9(2) VALUE ZEROS.
       77  W-DOBRAR            PIC X(1) VALUE "S".
       77  W-I                 PIC 9(2) VALUE ZEROS.
       77  W-QUOCIENTE         PIC 9(4) VALUE ZEROS.
       77  W-RESTO             PIC 9(2) VALUE ZEROS.
       77  W-DV-CALCULADO      PIC 9(1) VALUE ZEROS.
       01  W-NUMERO            PIC 9(16) VALUE ZEROS.
       01  W-NUMERO-PARTES REDEFINES W-NUMERO.
           05  W-CORPO         PIC 9(15).
           05  W-DV            PIC 9(1).
       01  W-CORPO-DIG REDEFINES W-NUMERO.
           05  W-DIGITO        PIC 9 OCCURS 16 TIMES.

       LINKAGE SECTION.
       01  LK-OPERACAO         PIC X(1).
       01  LK-NUMERO           PIC 9(16).
       01  LK-VALIDO           PIC X(1).

       PROCEDURE DIVISION USING LK-OPERACAO LK-NUMERO LK-VALIDO.
       INICIO.
           MOVE "N" TO LK-VALIDO
           IF  LK-OPERACAO = "N"
               PERFORM ALOCAR-NUMERO
           ELSE
               MOVE LK-NUMERO TO W-NUMERO
               PERFORM CALCULAR-DV
               IF  W-DV = W-DV-CALCULADO AND W-CORPO > ZEROS
                   MOVE "S" TO LK-VALIDO
               END-IF
           END-IF
           EXIT PROGRAM.

       ALOCAR-NUMERO.
           MOVE ZEROS TO W-ULT-CARTAO
           OPEN INPUT ARQ-CONTROLE
           IF  W-COD-ERRO-CTL = "00"
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-CARTAO TO W-ULT-CARTAO
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF
           ADD 1 TO W-ULT-CARTAO
           OPEN OUTPUT ARQ-CONTROLE
           IF  W-COD-ERRO-CTL NOT = "00"
               DISPLAY "ERRO AO GRAVAR CARTOES.CTL: " W-COD-ERRO-CTL
               MOVE ZEROS TO LK-NUMERO
               EXIT PARAGRAPH
           END-IF
           MOVE W-ULT-CARTAO TO CTL-ULT-CARTAO
           WRITE REG-CONTROLE
           CLOSE ARQ-CONTROLE
           MOVE W-ULT-CARTAO TO W-CORPO
           PERFORM CALCULAR-DV
           MOVE W-DV-CALCULADO TO W-DV
           MOVE W-NUMERO       TO LK-NUMERO
           MOVE "S"            TO LK-VALIDO.

      *    LUHN: DA DIREITA PARA A ESQUERDA SOBRE O CORPO, DOBRA UM
      *    DIGITO SIM, OUTRO NAO (COMECANDO PELO ULTIMO DO CORPO),
      *    SUBTRAINDO 9 DO DOBRO ACIMA DE 9.
       CALCULAR-DV.
           MOVE ZEROS TO W-SOMA
           MOVE "S"   TO W-DOBRAR
           PERFORM SOMAR-DIGITO
                   VARYING W-I FROM 15 BY -1 UNTIL W-I < 1
           DIVIDE W-SOMA BY 10 GIVING W-QUOCIENTE REMAINDER W-RESTO
           IF  W-RESTO = ZEROS
               MOVE ZEROS TO W-DV-CALCULADO
           ELSE
               COMPUTE W-DV-CALCULADO = 10 - W-RESTO
           END-IF.

       SOMAR-DIGITO.
           IF  W-DOBRAR = "S"
               COMPUTE W-PRODUTO = W-DIGITO (W-I) * 2
               IF  W-PRODUTO > 9
                   SUBTRACT 9 FROM W-PRODUTO
               END-IF
               MOVE "N" TO W-DOBRAR
           ELSE
               MOVE W-DIGITO (W-I) TO W-PRODUTO
               MOVE "S" TO W-DOBRAR
           END-IF
           ADD W-PRODUTO TO W-SOMA.

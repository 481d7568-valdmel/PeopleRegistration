       DATE-WRITTEN. 02/09/2026.
      *
      *    CALCULO DO VALOR DE ENCADEAMENTO DA TRILHA DE AUDITORIA.
      *    RECEBE OS 451 PRIMEIROS BYTES DO LANCAMENTO (TUDO MENOS O
      *    PROPRIO AUD-ENCADEAMENTO) E O VALOR DO LANCAMENTO
      *    ANTERIOR, E DEVOLVE O VALOR DE CONTROLE: UM ACUMULADOR
      *    BYTE A BYTE (ACUM * 31 + BYTE, MODULO 10**15) SEMEADO COM
       77  W-I                 PIC 9(3)  VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-LANCAMENTO       PIC X(451).
       01  LK-VALOR-ANTERIOR   PIC 9(18).
       01  LK-VALOR            PIC 9(18).

           COMPUTE W-ACUMULADOR =
                   FUNCTION MOD (LK-VALOR-ANTERIOR, 1000000000000000)
           PERFORM ACUMULAR-BYTE
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 451
           MOVE W-ACUMULADOR TO LK-VALOR
           EXIT PROGRAM.


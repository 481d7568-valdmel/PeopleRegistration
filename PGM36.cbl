                       DELIMITED BY SIZE INTO W-PRIMEIRA-QUEBRA
               END-IF
           END-IF
           CALL "PGM60" USING REG-AUDITORIA (1:451)
                              W-VALOR-ANTERIOR W-VALOR-CALCULADO
           IF  W-VALOR-CALCULADO NOT = AUD-ENCADEAMENTO
               ADD 1 TO W-CONT-QUEBRAS

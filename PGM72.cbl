           PERFORM LER-TRANSMISSAO.

       IMPRIMIR-ATRASADA.
           EVALUATE TRUE
               WHEN TRS-TIPO-FISCAL
                   MOVE "FISC" TO WD-TIPO
               WHEN TRS-TIPO-BENEFICIO
                   MOVE "BENF" TO WD-TIPO
               WHEN OTHER
                   MOVE "CPF " TO WD-TIPO
           END-EVALUATE
           MOVE TRS-NUMERO        TO WD-NUMERO
           MOVE TRS-DATA-ENVIO    TO WD-DATA-ENVIO
           MOVE TRS-DATA-PREVISTA TO WD-DATA-PREVISTA

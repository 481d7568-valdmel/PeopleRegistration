               WHEN AUD-OP-TRANSFERENCIA
                                        MOVE "TRANSFERENCIA" TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-CONTA-BANCARIA
                                        MOVE "CONTA BANC."  TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-CARTAO
                                        MOVE "CARTAO BENEF" TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-AJUSTE-INTEGR
                                        MOVE "AJUSTE INTEG" TO
                                             W-DESCR-OPERACAO
               WHEN OTHER               MOVE AUD-OPERACAO   TO
                                             W-DESCR-OPERACAO
           END-EVALUATE

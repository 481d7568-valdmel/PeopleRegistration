                           " CPF " AUD-CPF
                   ADD 1 TO W-CONT-QUEBRAS
               END-IF
               CALL "PGM60" USING REG-AUDITORIA (1:451)
                                  W-VALOR-ANTERIOR W-VALOR-CALCULADO
               IF  W-VALOR-CALCULADO NOT = AUD-ENCADEAMENTO
                   DISPLAY "VALOR DE CONTROLE NAO CONFERE NA "
      *    A CORRECAO DE CPF ("T", PGM26) E GRAVADA SOB O CPF ANTIGO
      *    (QUE DEIXA DE EXISTIR) E SOB O NOVO; NAO HA ESTADO
      *    ESPERADO UNICO PARA CONFERIR POR CHAVE, ENTAO O "T" FICA
      *    FORA DA CONFERENCIA. O AJUSTE DE INTEGRIDADE ("J", PGM116)
      *    MEXE SO NOS SATELITES -- MUITAS VEZES DE UM CPF QUE JA NAO
      *    EXISTE --, E TAMBEM FICA FORA. NO ARQUIVAMENTO ("H", PGM09) O
      *    ESPERADO E O CONTRARIO DOS DEMAIS: O CPF NAO DEVE MAIS
      *    EXISTIR NO ARQUIVO ATIVO.
       CONFERIR-UM-CPF.
           ADD 1 TO W-CONT-LANCAMENTOS
           IF  W-ULTIMA-OPERACAO = "T" OR "J"
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-ANTERIOR TO CPF

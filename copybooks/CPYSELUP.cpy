      * CPYSELUP - Clausula SELECT de ARQ-UNIDADE-PESSOA (UNIDPESS.DAT),
      * o satelite com o CRAS e a UBS atribuidos a cada pessoa ativa
      * (chave = CPF), refeito a cada execucao da atribuicao
      * (PGM100). O REG-PESSOAS nao tem FILLER livre (ver CPYPESSOA),
      * por isso a atribuicao vive neste indexado a parte. Lido pela
      * ficha cadastral (PGM42) e pela consulta por endereco (PGM79).
      * Quem inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-UNIDADE-PESSOA ASSIGN TO "C:\TEMP\UNIDPESS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   UNP-CPF
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

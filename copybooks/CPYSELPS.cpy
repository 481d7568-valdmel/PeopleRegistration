      * CPYSELPS - Clausula SELECT de ARQ-POSTOS (POSTOS.DAT), a
      * tabela dos postos de atendimento (balcoes) da prefeitura,
      * chaveada pelo codigo do posto. Mantida pela tela do PGM122;
      * usada pela manutencao de operadores (PGM15, posto de cada
      * operador), pelo fechamento diario por posto (PGM80) e pela
      * produtividade mensal (PGM124). Quem inclui este copybook deve
      * usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-POSTOS ASSIGN TO "C:\TEMP\POSTOS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   POS-CODIGO
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

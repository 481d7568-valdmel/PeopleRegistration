      * CPYSELFN - Clausula SELECT de ARQ-FONETICA (FONETICA.DAT), o
      * indice de nome por som: uma entrada por pessoa com a chave
      * fonetica do NOME calculada pelo PGM117 (chave alternativa com
      * duplicatas), para achar "WAGNER" digitando "VAGNER" e
      * "SOUZA" digitando "SOUSA". Mantido pelo PGM117 a cada
      * lancamento da trilha (PGM05) e reconstruido do zero pelo
      * PGM118; lido pela pesquisa fonetica do PGM04. Quem inclui
      * este copybook deve usar REPLACING STATUS-FIELD BY <seu
      * campo>.
           SELECT ARQ-FONETICA ASSIGN TO "C:\TEMP\FONETICA.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   FON-CPF
               ALTERNATE RECORD KEY FON-CODIGO WITH DUPLICATES
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELHI - Clausula SELECT de ARQ-HIST-INSCRICOES
      * (INSCBEN.HST), o arquivo morto das inscricoes em programas
      * (CPYINSCB) de quem foi para o PESSOAS.HST, gravado pelo
      * arquivamento do PGM09 e devolvido pela restauracao do PGM41.
      * Chave = CPF + data da exclusao (a mesma do CPYHIST) + codigo
      * do programa. Quem inclui este copybook deve usar REPLACING
      * STATUS-FIELD BY <seu campo>.
           SELECT ARQ-HIST-INSCRICOES ASSIGN TO "C:\TEMP\INSCBEN.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HIN-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

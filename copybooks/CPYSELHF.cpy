      * CPYSELHF - Clausula SELECT de ARQ-HIST-FISCSIT (FISCSIT.HST),
      * o arquivo morto da situacao fiscal (CPYFISCS) de quem foi
      * para o PESSOAS.HST, gravado pelo arquivamento do PGM09 e
      * devolvido pela restauracao do PGM41. Chave = CPF + data da
      * exclusao (a mesma do CPYHIST). Quem inclui este copybook deve
      * usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-HIST-FISCSIT ASSIGN TO "C:\TEMP\FISCSIT.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HFS-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

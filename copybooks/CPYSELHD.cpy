      * CPYSELHD - Clausula SELECT de ARQ-HIST-DEPENDENTES
      * (DEPENDEN.HST), o arquivo morto dos dependentes (CPYDEPEN) de
      * quem foi para o PESSOAS.HST: o arquivamento do PGM09 leva os
      * dependentes junto com o titular e a restauracao do PGM41 os
      * traz de volta. Chave = CPF + data da exclusao do titular (a
      * mesma do CPYHIST) + sequencia original. Quem inclui este
      * copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-HIST-DEPENDENTES ASSIGN TO "C:\TEMP\DEPENDEN.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HDP-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELHC - Clausula SELECT de ARQ-HIST-CONSENT (CONSENT.HST),
      * o arquivo morto dos consentimentos de contato (CPYCONSE) de
      * quem foi para o PESSOAS.HST, gravado pelo arquivamento do
      * PGM09 e devolvido pela restauracao do PGM41. Chave = CPF +
      * data da exclusao (a mesma do CPYHIST) + canal. Quem inclui
      * este copybook deve usar REPLACING STATUS-FIELD BY <seu
      * campo>.
           SELECT ARQ-HIST-CONSENT ASSIGN TO "C:\TEMP\CONSENT.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HCN-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

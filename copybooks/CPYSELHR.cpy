      * CPYSELHR - Clausula SELECT de ARQ-HIST-RENDA (RENDADOM.HST),
      * o arquivo morto da declaracao de renda vigente (CPYRENDA) de
      * quem foi para o PESSOAS.HST, gravado pelo arquivamento do
      * PGM09 e devolvido pela restauracao do PGM41. Chave = CPF +
      * data da exclusao (a mesma do CPYHIST). Quem inclui este
      * copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-HIST-RENDA ASSIGN TO "C:\TEMP\RENDADOM.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HRD-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELHN - Clausula SELECT de ARQ-HIST-NOTAS (NOTAS.HST), o
      * arquivo morto das anotacoes de atendimento (CPYNOTA) de quem
      * foi para o PESSOAS.HST, gravado pelo arquivamento do PGM09 e
      * devolvido pela restauracao do PGM41. Chave = CPF + data da
      * exclusao (a mesma do CPYHIST) + data/hora original da nota.
      * Quem inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-HIST-NOTAS ASSIGN TO "C:\TEMP\NOTAS.HST"
               ORGANIZATION INDEXED
               RECORD KEY   IS HNT-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELCR - Clausula SELECT de ARQ-CARTOES (CARTOES.DAT), o
      * registro dos cartoes municipais do beneficiario: um registro
      * por cartao emitido, chaveado por CPF do titular + programa +
      * sequencia (01 = primeira via, 02 = segunda via, ...). A chave
      * alternativa SEM duplicidade e o numero do cartao (com DV,
      * alocado pelo PGM92): e por ela que o balcao acha o cartao
      * digitado na entrega. Emitido pelo batch de producao (PGM93),
      * entregue, bloqueado e substituido no balcao (PGM94); o
      * cartao ativo segue na remessa (PGM52) e na ficha (PGM42).
      * Quem inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-CARTOES ASSIGN TO "C:\TEMP\CARTOES.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   CRT-CHAVE
               ALTERNATE RECORD KEY CRT-NUMERO
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

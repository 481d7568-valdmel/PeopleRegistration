      * CPYSELCB - Clausula SELECT de ARQ-CONTAS (CONTABAN.DAT), o
      * cadastro da conta bancaria de credito do titular: uma conta
      * por CPF, mantida na tela do PGM86 e lida pela remessa de
      * pagamento (PGM52), que so paga titular com conta valida. O
      * retorno do banco (PGM53) marca a conta recusada por motivo de
      * conta. Quem inclui este copybook deve usar REPLACING
      * STATUS-FIELD BY <seu campo>.
           SELECT ARQ-CONTAS ASSIGN TO "C:\TEMP\CONTABAN.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   CTA-CPF
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

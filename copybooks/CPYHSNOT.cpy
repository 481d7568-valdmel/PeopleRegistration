      * CPYHSNOT - Layout do registro de ARQ-HIST-NOTAS (ver
      * CPYSELHN). HNT-REGISTRO guarda a imagem integral do
      * REG-NOTAS como ela estava no arquivamento (mesmo criterio do
      * CPYHIST); a restauracao a devolve sem alterar.
       01  REG-HIST-NOTAS.
           05  HNT-CHAVE.
               10  HNT-CPF             PIC X(11).
               10  HNT-DATA-EXCLUSAO   PIC X(8).
               10  HNT-DATA-HORA       PIC 9(14).
           05  HNT-REGISTRO            PIC X(100).

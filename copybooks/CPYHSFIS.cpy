      * CPYHSFIS - Layout do registro de ARQ-HIST-FISCSIT (ver
      * CPYSELHF). HFS-REGISTRO guarda a imagem integral do
      * REG-FISCSIT como ela estava no arquivamento (mesmo criterio
      * do CPYHIST); a restauracao a devolve sem alterar.
       01  REG-HIST-FISCSIT.
           05  HFS-CHAVE.
               10  HFS-CPF             PIC X(11).
               10  HFS-DATA-EXCLUSAO   PIC X(8).
           05  HFS-REGISTRO            PIC X(79).

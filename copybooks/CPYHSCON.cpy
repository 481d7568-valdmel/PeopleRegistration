      * CPYHSCON - Layout do registro de ARQ-HIST-CONSENT (ver
      * CPYSELHC). HCN-REGISTRO guarda a imagem integral do
      * REG-CONSENT como ela estava no arquivamento (mesmo criterio
      * do CPYHIST); a restauracao a devolve sem alterar.
       01  REG-HIST-CONSENT.
           05  HCN-CHAVE.
               10  HCN-CPF             PIC X(11).
               10  HCN-DATA-EXCLUSAO   PIC X(8).
               10  HCN-CANAL           PIC X(1).
           05  HCN-REGISTRO            PIC X(36).

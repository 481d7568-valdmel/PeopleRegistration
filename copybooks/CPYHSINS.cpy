      * CPYHSINS - Layout do registro de ARQ-HIST-INSCRICOES (ver
      * CPYSELHI). HIN-REGISTRO guarda a imagem integral do
      * REG-INSCRICOES como ela estava no arquivamento (mesmo
      * criterio do CPYHIST); a restauracao a devolve sem alterar.
       01  REG-HIST-INSCRICOES.
           05  HIN-CHAVE.
               10  HIN-CPF             PIC X(11).
               10  HIN-DATA-EXCLUSAO   PIC X(8).
               10  HIN-PROGRAMA        PIC X(4).
           05  HIN-REGISTRO            PIC X(60).

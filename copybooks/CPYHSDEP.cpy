      * CPYHSDEP - Layout do registro de ARQ-HIST-DEPENDENTES (ver
      * CPYSELHD). HDP-REGISTRO guarda a imagem integral do
      * REG-DEPENDENTES como ela estava no arquivamento (mesmo
      * criterio do CPYHIST); a restauracao a devolve sem alterar.
       01  REG-HIST-DEPENDENTES.
           05  HDP-CHAVE.
               10  HDP-CPF             PIC X(11).
               10  HDP-DATA-EXCLUSAO   PIC X(8).
               10  HDP-SEQUENCIA       PIC 9(2).
           05  HDP-REGISTRO            PIC X(72).

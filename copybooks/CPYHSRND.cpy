      * CPYHSRND - Layout do registro de ARQ-HIST-RENDA (ver
      * CPYSELHR). HRD-REGISTRO guarda a imagem integral do
      * REG-RENDA como ela estava no arquivamento (mesmo criterio do
      * CPYHIST); a restauracao a devolve sem alterar. O historico de
      * declaracoes (RENDAHIS.LOG, CPYRNDHS) e so de acrescimo e nao
      * passa pelo arquivamento.
       01  REG-HIST-RENDA.
           05  HRD-CHAVE.
               10  HRD-CPF             PIC X(11).
               10  HRD-DATA-EXCLUSAO   PIC X(8).
           05  HRD-REGISTRO            PIC X(49).

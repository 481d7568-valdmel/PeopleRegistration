      * CPYSELPB - Clausula SELECT de ARQ-PROGRAMAS (PROGBEN.DAT),
      * o cadastro-mestre dos programas de beneficio do municipio
      * (chave = codigo do programa): descricao, valor mensal, teto
      * de renda per capita, faixa etaria, vigencia e situacao.
      * Mantido pela tela do PGM81; consultado pelo balcao de
      * inscricoes (PGM50), pela apuracao de elegibilidade (PGM51) e
      * pela remessa de pagamento (PGM52). Quem inclui este copybook
      * deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-PROGRAMAS ASSIGN TO "C:\TEMP\PROGBEN.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   PRB-CODIGO
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

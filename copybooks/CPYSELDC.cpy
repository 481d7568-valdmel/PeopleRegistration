      * CPYSELDC - Clausula SELECT de ARQ-DECLARACOES (DECLARA.DAT),
      * o registro das declaracoes emitidas ao cidadao (cadastro,
      * residencia, beneficio): uma por emissao, com o codigo de
      * verificacao impresso no papel (chave), o protocolo do PGM54
      * (chave alternativa unica) e o CPF (chave alternativa com
      * duplicatas). Emitido e revogado pela tela do PGM114; o
      * codigo e conferido pela consulta de autenticidade (PGM115)
      * e o protocolo pela consulta de protocolos (PGM55). Quem
      * inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-DECLARACOES ASSIGN TO "C:\TEMP\DECLARA.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   DCL-CODIGO
               ALTERNATE RECORD KEY DCL-PROTOCOLO
               ALTERNATE RECORD KEY DCL-CPF WITH DUPLICATES
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

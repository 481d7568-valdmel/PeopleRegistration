      * CPYSELTE - Clausula SELECT de ARQ-TERRITORIOS (TERRITOR.DAT),
      * a tabela de territorios das unidades de atendimento (CRAS e
      * UBS), chaveada pelo codigo da unidade: nome, tipo, faixas de
      * CEP e bairros cobertos. Mantida pela tela do PGM99; usada
      * pela atribuicao de unidade (PGM100), pela ficha cadastral
      * (PGM42) e pela consulta por endereco (PGM79). Quem inclui
      * este copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-TERRITORIOS ASSIGN TO "C:\TEMP\TERRITOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   TER-CODIGO
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

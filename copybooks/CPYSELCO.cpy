      * CPYSELCO - Clausula SELECT de ARQ-CONDICIONALIDADES
      * (CONDIC.DAT), o resultado das condicionalidades de educacao
      * (frequencia escolar) e saude (vacinacao/acompanhamento) de
      * cada dependente, por competencia: um registro por dependente
      * (CPF do titular + DEP-SEQUENCIA), competencia e area.
      * Gravado pela carga mensal dos arquivos das secretarias
      * (PGM91). Quem inclui este copybook deve usar REPLACING
      * STATUS-FIELD BY <seu campo>.
           SELECT ARQ-CONDICIONALIDADES ASSIGN TO "C:\TEMP\CONDIC.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   CND-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELES - Clausula SELECT de ARQ-ESTAGIOS (SANCOES.DAT), o
      * estagio de sancao por descumprimento de condicionalidade de
      * cada familia (chave = CPF do titular). A carga mensal (PGM91)
      * escala o estagio; a suspensao e o cancelamento so valem
      * depois da aprovacao em duas maos (ARQ-APROVACOES, PGM31); a
      * apuracao de elegibilidade (PGM51) respeita o estagio nos
      * programas marcados com condicionalidade (PRB-EXIGE-CONDIC).
      * Quem inclui este copybook deve usar REPLACING STATUS-FIELD
      * BY <seu campo>.
           SELECT ARQ-ESTAGIOS ASSIGN TO "C:\TEMP\SANCOES.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   EST-CPF-TITULAR
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELAG - Clausula SELECT de ARQ-AGENDA (AGENDA.DAT), os
      * horarios de atendimento do balcao por dia e tipo de servico
      * (chave = data + servico + hora), com capacidade e ocupacao.
      * Gerado e bloqueado pelo PGM101; ocupado pela marcacao no
      * balcao (PGM102) e pelo agendamento dos nao confirmados do
      * recadastramento (PGM47). Quem inclui este copybook deve usar
      * REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-AGENDA ASSIGN TO "C:\TEMP\AGENDA.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   AGV-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELMC - Clausula SELECT de ARQ-MARCACOES (MARCACAO.DAT),
      * os agendamentos de cidadaos nos horarios do balcao. Chave =
      * protocolo (PGM54); chave alternativa MAR-CHAVE-VAGA (data +
      * servico + hora + protocolo) para a agenda do dia e o
      * relatorio do mes, e MAR-CPF (com duplicatas) para achar os
      * agendamentos de uma pessoa. Gravado pela marcacao (PGM102) e
      * pelo PGM47; baixado pelo PGM102 (chegada, falta,
      * cancelamento) e pelo fechamento do dia (PGM103); apurado
      * pelo PGM104. Quem inclui este copybook deve usar REPLACING
      * STATUS-FIELD BY <seu campo>.
           SELECT ARQ-MARCACOES ASSIGN TO "C:\TEMP\MARCACAO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   MAR-PROTOCOLO
               ALTERNATE RECORD KEY MAR-CHAVE-VAGA
               ALTERNATE RECORD KEY MAR-CPF WITH DUPLICATES
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELLE - Clausula SELECT de ARQ-ESPERA (ESPERA.DAT), a
      * lista de espera dos programas de beneficio com limite de
      * vagas (PRB-VAGAS, CPYPROGB). A chave primaria (CPF + codigo
      * do programa) e a do balcao (PGM50), que inclui o titular na
      * fila quando as vagas se esgotam e mostra a posicao dele; a
      * chave alternativa ESP-CHAVE-FILA poe a fila de cada programa
      * na ordem de chamada (menor renda per capita primeiro, depois
      * o pedido mais antigo), e e por ela que o batch mensal PGM90
      * chama os titulares quando abrem vagas. Quem inclui este
      * copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-ESPERA ASSIGN TO "C:\TEMP\ESPERA.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   ESP-CHAVE
               ALTERNATE RECORD KEY ESP-CHAVE-FILA
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

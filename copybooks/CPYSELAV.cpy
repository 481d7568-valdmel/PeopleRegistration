      * CPYSELAV - Clausula SELECT de ARQ-AVISOS (AVISOS.DAT), o
      * registro dos avisos ao cidadao: um registro por CPF + evento
      * + referencia do evento (a declaracao, o dependente, a
      * campanha, a apuracao, o pagamento), com data, canal e
      * destino. Gravado pelo batch noturno de avisos (PGM113), que
      * o consulta para nao mandar o mesmo aviso duas vezes; a ficha
      * (PGM42) mostra o que o cidadao ja foi avisado e o fechamento
      * de campanha (PGM48) so pede suspensao de quem foi avisado.
      * Quem inclui este copybook deve usar REPLACING STATUS-FIELD
      * BY <seu campo>.
           SELECT ARQ-AVISOS ASSIGN TO "C:\TEMP\AVISOS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   AVI-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

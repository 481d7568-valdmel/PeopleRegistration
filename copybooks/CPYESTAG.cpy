      * CPYESTAG - Layout do registro de ARQ-ESTAGIOS (ver
      * CPYSELES). Cada competencia com descumprimento de algum
      * dependente avanca a familia um estagio:
      *   "A" - ADVERTENCIA: SO REGISTRO, O PAGAMENTO SEGUE;
      *   "B" - BLOQUEIO: O PAGAMENTO DO MES FICA RETIDO;
      *   "S" - SUSPENSAO: DOIS MESES SEM PAGAMENTO;
      *   "C" - CANCELAMENTO: A INSCRICAO E CANCELADA (PGM51).
      * A SUSPENSAO E O CANCELAMENTO FICAM EM EST-PEDIDO-PENDENTE
      * ATE O SUPERVISOR DECIDIR NO PGM31; ENQUANTO ISSO O BLOQUEIO
      * E MANTIDO. EST-FIM-EFEITO E A ULTIMA COMPETENCIA (AAAAMM)
      * SEM PAGAMENTO DO BLOQUEIO/SUSPENSAO. SEIS MESES SEM NOVO
      * DESCUMPRIMENTO RECOMECAM A ESCALADA NA ADVERTENCIA.
       01  REG-ESTAGIOS.
           02  EST-CPF-TITULAR     PIC X(11).
           02  EST-ESTAGIO         PIC X(1).
               88  EST-SEM-SANCAO      VALUE " ".
               88  EST-ADVERTENCIA     VALUE "A".
               88  EST-BLOQUEIO        VALUE "B".
               88  EST-SUSPENSAO       VALUE "S".
               88  EST-CANCELAMENTO    VALUE "C".
           02  EST-COMPETENCIA-ULTIMA PIC 9(6).
           02  EST-FIM-EFEITO      PIC 9(6).
           02  EST-QTD-DESCUMPRIMENTOS PIC 9(3).
           02  EST-PEDIDO-PENDENTE PIC X(1).
               88  EST-SEM-PEDIDO      VALUE " ".
               88  EST-PEDIU-SUSPENSAO VALUE "S".
               88  EST-PEDIU-CANCELAMENTO VALUE "C".
           02  EST-DATA-ALTERACAO  PIC 9(8).
           02  EST-OPERADOR        PIC X(8).
           02  FILLER              PIC X(20).

           05  PRM-ANOS-RETENCAO-LOG    PIC 9(2).
           05  PRM-DIAS-VALIDADE-SENHA  PIC 9(3).
           05  PRM-IDADE-LIMITE-DEP     PIC 9(2).
           05  PRM-PRAZO-EXCLUSAO       PIC 9(2).
           05  PRM-PRAZO-ANONIMIZACAO   PIC 9(2).
           05  PRM-PRAZO-SUSPENSAO      PIC 9(2).
           05  PRM-PRAZO-SUSP-CONDIC    PIC 9(2).
           05  PRM-PRAZO-CANC-CONDIC    PIC 9(2).
           05  PRM-MINUTOS-SESSAO       PIC 9(3).
           05  FILLER                   PIC X(2).

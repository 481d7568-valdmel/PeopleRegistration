      * CPYSELAP). Chave = CPF alvo + data/hora da solicitacao.
      * Enquanto APR-PENDENTE, o cadastro alvo permanece intocado;
      * a efetivacao (PGM31) exige aprovador diferente do
      * solicitante. APR-DATA-LIMITE e o prazo para a decisao,
      * fixado na gravacao pelo PGM120 (prazo do tipo de operacao ou
      * o prazo legal LGPD, o que vencer antes); em branco nas
      * solicitacoes gravadas antes do controle de prazo, que o
      * PGM120 calcula pelo prazo padrao.
       01  REG-APROVACOES.
           02  APR-CHAVE.
               03  APR-CPF             PIC X(11).
      *        MASSA PELO FECHAMENTO DE CAMPANHA (PGM48) E EFETIVADA
      *        UMA A UMA PELO SUPERVISOR NO PGM31, COMO AS DEMAIS.
               88  APR-OP-SUSPENSAO    VALUE "S".
      *        SUSPENSAO E CANCELAMENTO DO BENEFICIO POR
      *        DESCUMPRIMENTO DE CONDICIONALIDADE: SOLICITADOS PELA
      *        CARGA MENSAL (PGM91) E EFETIVADOS NO PGM31 SOBRE O
      *        ESTAGIO DA FAMILIA (CPYESTAG), SEM MEXER NO CADASTRO.
               88  APR-OP-SUSP-CONDIC  VALUE "U".
               88  APR-OP-CANC-CONDIC  VALUE "K".
           02  APR-SOLICITANTE     PIC X(8).
           02  APR-MOTIVO          PIC X(40).
           02  APR-SITUACAO        PIC X(1).
               88  APR-REJEITADA       VALUE "R".
           02  APR-APROVADOR       PIC X(8).
           02  APR-DATA-DECISAO    PIC 9(14).
           02  APR-DATA-LIMITE     PIC 9(8).
           02  FILLER              PIC X(2).

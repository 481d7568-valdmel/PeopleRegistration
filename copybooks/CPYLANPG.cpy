      * CPYLANPG - Layout do registro de ARQ-LANCAMENTOS (ver
      * CPYSELLP). Um lancamento por titular + programa +
      * competencia (AAAAMM): nasce "E" (ENVIADO) quando a remessa
      * ao banco (PGM52) inclui o pagamento, com o valor enviado, e
      * vira "P" (PAGO) ou "R" (REJEITADO, com o motivo do banco)
      * na carga do retorno (PGM53). Um lancamento pago nunca volta
      * a ser enviado na mesma competencia; um rejeitado pode ser
      * reenviado (o registro e regravado com a nova remessa).
       01  REG-LANCAMENTOS.
           02  LPG-CHAVE.
               03  LPG-CPF             PIC X(11).
               03  LPG-PROGRAMA        PIC X(4).
               03  LPG-COMPETENCIA     PIC 9(6).
           02  LPG-VALOR           PIC 9(7)V99.
           02  LPG-DATA-REMESSA    PIC 9(8).
           02  LPG-SITUACAO        PIC X(1).
               88  LPG-ENVIADO         VALUE "E".
               88  LPG-PAGO            VALUE "P".
               88  LPG-REJEITADO       VALUE "R".
           02  LPG-DATA-RETORNO    PIC 9(8).
           02  LPG-MOTIVO          PIC X(40).
           02  LPG-OPERADOR        PIC X(8).
      *    PARCELA DE RESSARCIMENTO DE PAGAMENTO INDEVIDO (DEBITOS.DAT,
      *    CPYDEBIT) DESCONTADA NESTE PAGAMENTO PELA REMESSA (PGM52).
      *    LPG-VALOR E O VALOR LIQUIDO CREDITADO; O BENEFICIO BRUTO DA
      *    COMPETENCIA E LPG-VALOR + LPG-VALOR-DESCONTO.
           02  LPG-VALOR-DESCONTO  PIC 9(7)V99.
           02  FILLER              PIC X(11).

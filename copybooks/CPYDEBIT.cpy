      * CPYDEBIT - Layout do registro de ARQ-DEBITOS (ver CPYSELDB).
      * A chave e a mesma do lancamento do livro de pagamentos que
      * originou o debito (CPF + PROGRAMA + COMPETENCIA), o que impede
      * a apuracao de registrar o mesmo pagamento duas vezes. Um
      * debito nao e removido: nasce "A" (APURADO), passa a "R" (EM
      * RECUPERACAO) quando o supervisor o parcela, e termina "Q"
      * (QUITADO, saldo zero) ou "C" (CANCELADO, baixa administrativa
      * - contestacao procedente, prescricao).
       01  REG-DEBITOS.
           02  DEB-CHAVE.
               03  DEB-CPF             PIC X(11).
               03  DEB-PROGRAMA        PIC X(4).
               03  DEB-COMPETENCIA     PIC 9(6).
      *    VALOR BRUTO DO PAGAMENTO INDEVIDO (LIQUIDO + DESCONTO).
           02  DEB-VALOR-ORIGINAL  PIC 9(7)V99.
      *    MOTIVO DA PERDA DO DIREITO E A DATA EM QUE ELA OCORREU
      *    (DATA-EXCLUSAO DO CADASTRO OU DATA DA ORDEM JUDICIAL).
           02  DEB-MOTIVO          PIC X(1).
               88  DEB-MOT-OBITO         VALUE "F".
               88  DEB-MOT-EXCLUSAO      VALUE "I".
               88  DEB-MOT-TRANSFERENCIA VALUE "T".
               88  DEB-MOT-BLOQUEIO      VALUE "J".
           02  DEB-DATA-PERDA      PIC 9(8).
           02  DEB-DATA-APURACAO   PIC 9(8).
           02  DEB-SITUACAO        PIC X(1).
               88  DEB-APURADO         VALUE "A".
               88  DEB-EM-RECUPERACAO  VALUE "R".
               88  DEB-QUITADO         VALUE "Q".
               88  DEB-CANCELADO       VALUE "C".
           02  DEB-DATA-SITUACAO   PIC 9(8).
      *    PARCELAMENTO: A REMESSA (PGM52) DESCONTA NO MAXIMO UMA
      *    PARCELA POR COMPETENCIA (DEB-COMPET-ULT-DESCONTO); A CARGA
      *    DO RETORNO (PGM53) ESTORNA O DESCONTO DE UM PAGAMENTO QUE O
      *    BANCO REJEITOU.
           02  DEB-QTD-PARCELAS    PIC 9(2).
           02  DEB-VALOR-PARCELA   PIC 9(7)V99.
           02  DEB-PARCELAS-PAGAS  PIC 9(2).
           02  DEB-VALOR-RECUPERADO PIC 9(7)V99.
           02  DEB-COMPET-ULT-DESCONTO PIC 9(6).
           02  DEB-OPERADOR        PIC X(8).
           02  FILLER              PIC X(20).

      * CPYCONTA - Layout do registro de ARQ-CONTAS (CONTABAN.DAT),
      * a conta bancaria onde o beneficio do titular e creditado.
      * Os digitos verificadores de agencia e conta sao conferidos
      * pelo PGM87 (modulo 11; o DV da agencia e opcional, em branco
      * quando o banco nao usa). CTA-SITUACAO "R" e gravada pelo
      * retorno bancario (PGM53) quando o banco recusa o credito por
      * motivo de conta; a conta so volta a "V" quando o atendente a
      * corrige no PGM86, e ate la o titular fica fora da remessa.
       01  REG-CONTAS.
           02  CTA-CPF             PIC X(11).
           02  CTA-BANCO           PIC 9(3).
           02  CTA-AGENCIA         PIC 9(4).
           02  CTA-AGENCIA-DV      PIC X(1).
           02  CTA-NUMERO          PIC 9(12).
           02  CTA-NUMERO-DV       PIC X(1).
           02  CTA-TIPO            PIC X(1).
               88  CTA-CORRENTE        VALUE "C".
               88  CTA-POUPANCA        VALUE "P".
               88  CTA-SOCIAL-DIGITAL  VALUE "S".
               88  CTA-TIPO-OK         VALUE "C" "P" "S".
           02  CTA-SITUACAO        PIC X(1).
               88  CTA-VALIDA          VALUE "V".
               88  CTA-RECUSADA        VALUE "R".
           02  CTA-DATA-ALTERACAO  PIC 9(8).
           02  CTA-OPERADOR        PIC X(8).
           02  FILLER              PIC X(20).

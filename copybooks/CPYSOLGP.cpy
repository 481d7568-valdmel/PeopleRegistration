      * CPYSOLGP - Layout do registro de ARQ-SOLIC-LGPD (ver
      * CPYSELSG): uma solicitacao de titular. O prazo legal
      * (SLG-DATA-LIMITE) e fixado no registro, a partir do
      * recebimento. Situacoes (nada e removido):
      *   "A" - ABERTA, AGUARDANDO RESPOSTA;
      *   "E" - EM ANDAMENTO: JA VINCULADA A UMA SAIDA QUE AINDA
      *         DEPENDE DE DECISAO (ELIMINACAO NA FILA DO PGM31);
      *   "T" - ATENDIDA;
      *   "N" - INDEFERIDA (COM A JUSTIFICATIVA EM
      *         SLG-JUSTIFICATIVA).
      * SLG-VINCULO-TIPO DIZ QUAL SAIDA RESPONDEU O PEDIDO E
      * SLG-VINCULO A IDENTIFICA:
      *   "X" - EXTRATO DO PGM63 (NOME DA GERACAO EXTRLGPD.Gnn);
      *   "P" - PROTOCOLO DA ALTERACAO (PGM02) OU DA CORRECAO DE CPF
      *         (PGM26) QUE CORRIGIU O DADO;
      *   "F" - SOLICITACAO NA FILA DE APROVACOES (PGM13), PELA
      *         DATA/HORA DA CHAVE APR-CHAVE;
      *   "C" - REVOGACAO DE CONSENTIMENTO (PGM64), PELO(S) CANAL(IS);
      *   "N" - NENHUMA SAIDA (INDEFERIMENTO).
       01  REG-SOLIC-LGPD.
           02  SLG-PROTOCOLO       PIC 9(9).
           02  SLG-CPF             PIC X(11).
           02  SLG-TIPO            PIC X(1).
               88  SLG-ACESSO          VALUE "A".
               88  SLG-CORRECAO        VALUE "C".
               88  SLG-ELIMINACAO      VALUE "E".
               88  SLG-PORTABILIDADE   VALUE "P".
               88  SLG-REVOGACAO       VALUE "R".
               88  SLG-TIPO-OK         VALUE "A" "C" "E" "P" "R".
           02  SLG-DATA-RECEBIMENTO PIC 9(8).
           02  SLG-DATA-LIMITE     PIC 9(8).
           02  SLG-SITUACAO        PIC X(1).
               88  SLG-ABERTA          VALUE "A".
               88  SLG-EM-ANDAMENTO    VALUE "E".
               88  SLG-ATENDIDA        VALUE "T".
               88  SLG-INDEFERIDA      VALUE "N".
               88  SLG-PENDENTE        VALUE "A" "E".
           02  SLG-OPERADOR-REGISTRO PIC X(8).
           02  SLG-RESPONSAVEL     PIC X(8).
           02  SLG-DATA-RESPOSTA   PIC 9(8).
           02  SLG-VINCULO-TIPO    PIC X(1).
               88  SLG-VINC-EXTRATO    VALUE "X".
               88  SLG-VINC-PROTOCOLO  VALUE "P".
               88  SLG-VINC-APROVACAO  VALUE "F".
               88  SLG-VINC-CONSENT    VALUE "C".
               88  SLG-VINC-NENHUM     VALUE "N".
           02  SLG-VINCULO         PIC X(20).
           02  SLG-OBSERVACAO      PIC X(40).
           02  SLG-JUSTIFICATIVA   PIC X(40).
           02  FILLER              PIC X(10).

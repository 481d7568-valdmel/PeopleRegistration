      * CPYCTREJ - Layout do registro da lista de trabalho de contas
      * recusadas pelo banco (CONTAREJ.WRK), acrescentada pelo
      * retorno bancario (PGM53) a cada rejeicao por motivo de conta
      * e trabalhada pelo atendente na tela do PGM86 (funcao L), no
      * mesmo esquema da lista de qualidade (QUALIDAD.WRK/PGM30):
      * REJ-RESOLVIDO passa de "N" para "S" quando a conta e
      * corrigida.
       01  REG-CONTA-REJEITADA.
           02  REJ-CPF             PIC X(11).
           02  REJ-PROGRAMA        PIC X(4).
           02  REJ-MOTIVO          PIC X(40).
           02  REJ-DATA            PIC 9(8).
           02  REJ-RESOLVIDO       PIC X(1).
               88  REJ-PENDENTE        VALUE "N".
               88  REJ-CORRIGIDO       VALUE "S".
           02  FILLER              PIC X(8).

      * CPYPOSTO - Layout do registro de ARQ-POSTOS (ver CPYSELPS).
      * Cada posto de atendimento (balcao do centro, balcoes de
      * bairro) tem codigo, nome, endereco e o supervisor
      * responsavel -- o login (ARQ-OPERADORES) de quem assina o
      * fechamento diario do movimento do posto no PGM80. Um posto
      * nao e removido: desativado (POS-SITUACAO "I"), deixa de
      * receber operadores no PGM15, mas continua nos relatorios do
      * movimento ja carimbado com o seu codigo.
       01  REG-POSTOS.
           02  POS-CODIGO          PIC X(4).
           02  POS-NOME            PIC X(30).
           02  POS-ENDERECO        PIC X(45).
           02  POS-BAIRRO          PIC X(20).
           02  POS-SUPERVISOR      PIC X(8).
           02  POS-SITUACAO        PIC X(1).
               88  POS-ATIVO           VALUE "A".
               88  POS-INATIVO         VALUE "I".
               88  POS-SITUACAO-OK     VALUE "A" "I".
           02  POS-DATA-ALTERACAO  PIC 9(8).
           02  POS-OPERADOR        PIC X(8).
           02  FILLER              PIC X(16).

      * AUDITORIA (CPYAUDIT) PARA A OPERACAO EQUIVALENTE; PARA AS
      * OPERACOES QUE PASSAM PELA FILA DE APROVACOES ("D"/"E"), O
      * VEREDITO DO PGM31 E LOCALIZADO PELO PAR CPF + DATA/HORA.
      * A SOLICITACAO DE TITULAR ("L") TEM O ANDAMENTO NO REGISTRO
      * DE SOLICITACOES LGPD (CPYSOLGP), PELO MESMO NUMERO. A
      * EMISSAO DE DECLARACAO ("M") FICA NO REGISTRO DE DECLARACOES
      * (CPYDECLA), CHAVE ALTERNATIVA DCL-PROTOCOLO.
       01  REG-PROTOCOLOS.
           02  PRT-NUMERO          PIC 9(9).
           02  PRT-CPF             PIC X(11).
               88  PRT-OP-REMOCAO      VALUE "D".
               88  PRT-OP-ANONIMIZACAO VALUE "E".
               88  PRT-OP-CORRECAO     VALUE "T".
               88  PRT-OP-AGENDAMENTO  VALUE "G".
               88  PRT-OP-SOLIC-LGPD   VALUE "L".
               88  PRT-OP-DECLARACAO   VALUE "M".
           02  PRT-OPERADOR        PIC X(8).
           02  PRT-DATA-HORA       PIC 9(14).
      *    POSTO DE ATENDIMENTO ONDE O PROTOCOLO FOI ABERTO (PGM54,
      *    A PARTIR DO POSTO DO OPERADOR LOGADO); BRANCO = LOTE OU
      *    PROTOCOLO ANTERIOR AOS POSTOS.
           02  PRT-POSTO           PIC X(4).
           02  FILLER              PIC X(3).

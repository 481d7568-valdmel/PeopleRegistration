      * ver o CPF sem mascara nas consultas do PGM04 (antes restrito
      * ao login fixo "ADMIN"). Um operador desligado nao e removido
      * do arquivo: OPE-SITUACAO recebe "I" e o login deixa de entrar.
      * OPE-CPF (opcional, estende o registro em 11 bytes) liga o
      * operador ao seu proprio cadastro em ARQ-PESSOAS: e por ele que
      * a apuracao de indicios de fraude (PGM97) reconhece inscricao
      * feita por operador para titular do seu proprio endereco, e a
      * apuracao de consultas (PGM112), a consulta ao cadastro de um
      * colega ou ao proprio.
       01  REG-OPERADORES.
           02  OPE-LOGIN           PIC X(8).
           02  OPE-SENHA           PIC X(8).
               88  OPERADOR-BLOQUEADO  VALUE "L".
           02  OPE-SENHAS-ANTERIORES.
               03  OPE-SENHA-ANT   PIC X(8) OCCURS 3 TIMES.
      *    POSTO DE ATENDIMENTO (BALCAO) ONDE O OPERADOR TRABALHA,
      *    CODIGO DA TABELA ARQ-POSTOS (CPYPOSTO, PGM122). CARREGADO
      *    NO LOGIN EM WS-POSTO-LOGADO (CPYOPERA) PARA CARIMBAR
      *    PROTOCOLOS, TRILHA DE AUDITORIA E ANOTACOES. REGISTRO
      *    ANTERIOR AOS POSTOS FICA EM BRANCO ("SEM POSTO") ATE O
      *    SUPERVISOR ATRIBUIR NO PGM15.
           02  OPE-POSTO           PIC X(4).
           02  FILLER              PIC X(4).
           02  OPE-CPF             PIC X(11).

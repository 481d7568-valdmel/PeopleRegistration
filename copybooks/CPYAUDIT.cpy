      *        SITUACAO "T"; PGM78 IMPORTA COM ANTES EM BRANCO, COMO
      *        UMA INCLUSAO VINDA DE FORA).
               88  AUD-OP-TRANSFERENCIA VALUE "V".
      *        CONTA BANCARIA (PGM86): INCLUSAO OU ALTERACAO DA CONTA
      *        DE CREDITO DO TITULAR EM ARQ-CONTAS; O REGISTRO DA
      *        PESSOA NAO MUDA (IMAGENS ANTES/DEPOIS IGUAIS), MAS A
      *        OPERACAO FICA NA TRILHA COM OPERADOR E DATA.
               88  AUD-OP-CONTA-BANCARIA VALUE "B".
      *        CARTAO DO BENEFICIARIO (PGM94): ENTREGA, BLOQUEIO OU
      *        SEGUNDA VIA DO CARTAO EM ARQ-CARTOES; O REGISTRO DA
      *        PESSOA NAO MUDA (IMAGENS ANTES/DEPOIS IGUAIS), MAS A
      *        OPERACAO FICA NA TRILHA COM OPERADOR E DATA.
               88  AUD-OP-CARTAO      VALUE "K".
      *        AJUSTE DE INTEGRIDADE (PGM116 EM MODO CORRECAO, SO
      *        SUPERVISOR): REGISTRO-SATELITE ORFAO EXCLUIDO (ANTES =
      *        IMAGEM DO SATELITE, DEPOIS EM BRANCO) OU ESTADO
      *        CONTRADITORIO CORRIGIDO NO SATELITE DE UMA PESSOA QUE
      *        EXISTE (IMAGENS ANTES/DEPOIS IGUAIS AO REGISTRO DA
      *        PESSOA, QUE NAO MUDA).
               88  AUD-OP-AJUSTE-INTEGR VALUE "J".
           02  AUD-CPF             PIC X(11).
           02  AUD-OPERADOR        PIC X(8).
           02  AUD-REG-ANTES       PIC X(202).
           02  AUD-REG-DEPOIS      PIC X(202).
      *    POSTO DE ATENDIMENTO DO OPERADOR (CPYOPERA) QUANDO O
      *    LANCAMENTO VEM DO OPERADOR LOGADO; BRANCO = LOTE. OS LOGS
      *    GRAVADOS ANTES DESTE CAMPO SAO CONVERTIDOS UMA VEZ PELO
      *    PGM123 (POSTO EM BRANCO, CORRENTE RECALCULADA).
           02  AUD-POSTO           PIC X(4).
      *    ENCADEAMENTO ANTIVIOLACAO: SEQUENCIA CORRIDA DENTRO DO
      *    LOG E VALOR DE CONTROLE CALCULADO (PGM60) SOBRE OS 451
      *    PRIMEIROS BYTES DO LANCAMENTO MAIS O VALOR DO LANCAMENTO
      *    ANTERIOR (ANCORA EM AUDICHAI.CTL, VER CPYCADEI). EDITAR
      *    OU REMOVER UMA LINHA QUEBRA A CORRENTE; A RECONCILIACAO

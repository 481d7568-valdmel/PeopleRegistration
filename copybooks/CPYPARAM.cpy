      *       vencimento).
      *   W-PAR-IDADE-LIMITE-DEP - idade (em anos) em que o filho
      *       deixa de contar como dependente (batch PGM76).
      *   W-PAR-PRAZO-xxx - prazo (em dias corridos) para o
      *       supervisor decidir cada tipo de solicitacao da fila de
      *       aprovacoes (exclusao, anonimizacao, suspensao por nao
      *       recadastramento, suspensao e cancelamento por
      *       condicionalidade); aplicado pelo PGM120.
      *   W-PAR-MINUTOS-SESSAO - minutos sem atividade depois dos
      *       quais a sessao do operador e encerrada (PGM125).
      * Os caminhos de arquivo dos SELECTs continuam fixos: mudar o
      * ASSIGN em tempo de execucao mexeria em todos os programas de
      * uma vez e fica para uma reforma propria.
           05  W-PAR-ANOS-RETENCAO-LOG  PIC 9(2).
           05  W-PAR-DIAS-VALIDADE-SENHA PIC 9(3).
           05  W-PAR-IDADE-LIMITE-DEP   PIC 9(2).
           05  W-PAR-PRAZO-EXCLUSAO     PIC 9(2).
           05  W-PAR-PRAZO-ANONIMIZACAO PIC 9(2).
           05  W-PAR-PRAZO-SUSPENSAO    PIC 9(2).
           05  W-PAR-PRAZO-SUSP-CONDIC  PIC 9(2).
           05  W-PAR-PRAZO-CANC-CONDIC  PIC 9(2).
           05  W-PAR-MINUTOS-SESSAO     PIC 9(3).

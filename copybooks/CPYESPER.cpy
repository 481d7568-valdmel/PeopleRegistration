      * CPYESPER - Layout do registro de ARQ-ESPERA (ver CPYSELLE).
      * Um registro por titular e programa. ESP-CHAVE-FILA repete o
      * programa e o CPF para a chave alternativa ser unica e
      * ordenar a fila: programa, situacao, renda per capita do
      * nucleo (PGM89; sem declaracao valida = 9999999,99, fim da
      * fila), data do pedido, CPF. A renda e recalculada pelo
      * PGM90 a cada chamada mensal. Situacoes (quem sai da fila nao
      * e removido):
      *   "A" - AGUARDANDO VAGA;
      *   "C" - CHAMADO (INSCRICAO GRAVADA PELO PGM90 OU PELO
      *         BALCAO QUANDO HOUVE VAGA);
      *   "R" - RETIRADO (TITULAR FALECIDO, ANONIMIZADO OU INATIVO,
      *         OU PROGRAMA ENCERRADO).
       01  REG-ESPERA.
           02  ESP-CHAVE.
               03  ESP-CPF             PIC X(11).
               03  ESP-PROGRAMA        PIC X(4).
           02  ESP-CHAVE-FILA.
               03  ESP-FILA-PROGRAMA   PIC X(4).
               03  ESP-SITUACAO        PIC X(1).
                   88  ESP-AGUARDANDO      VALUE "A".
                   88  ESP-CHAMADO         VALUE "C".
                   88  ESP-RETIRADO        VALUE "R".
               03  ESP-RENDA-PER-CAPITA PIC 9(7)V99.
               03  ESP-DATA-PEDIDO     PIC 9(8).
               03  ESP-FILA-CPF        PIC X(11).
           02  ESP-OPERADOR        PIC X(8).
           02  ESP-DATA-SAIDA      PIC 9(8).
           02  ESP-MOTIVO-SAIDA    PIC X(30).
           02  FILLER              PIC X(20).

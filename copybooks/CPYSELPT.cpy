      * CPYSELPT - Clausula SELECT de ARQ-PROTOCOLOS (PROTOCOL.DAT),
      * o registro de protocolos de atendimento: um numero sequencial
      * por transacao de balcao (inclusao, alteracao, solicitacao de
      * remocao, solicitacao de anonimizacao, correcao de CPF,
      * agendamento de atendimento, solicitacao de titular LGPD,
      * emissao de declaracao), com
      * CPF, operacao, operador e data/hora. O numero e o que o
      * atendente le para o cidadao; a consulta por numero e a tela
      * do PGM55. A alocacao e a gravacao sao centralizadas na

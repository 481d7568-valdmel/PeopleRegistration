       DATE-WRITTEN. 02/09/2026.
      *
      *    LOG DE EVENTOS DE SEGURANCA. CHAMADO PELO PGM00 (FALHA DE
      *    LOGIN, BLOQUEIO DE CONTA, TROCA DE SENHA), PELO PGM15
      *    (DESBLOQUEIO, RESET) E PELO CONTROLE DE SESSOES PGM125
      *    (ENTRADA, SAIDA, INATIVIDADE, DERRUBADA, LOGIN RECUSADO
      *    POR SESSAO ABERTA) PARA GRAVAR A OCORRENCIA EM
      *    SEGEVENT.LOG (CPYSEGEV) COM DATA/HORA. O RELATORIO E O
      *    PGM62. MESMO PADRAO DE SUB-ROTINA DO PGM05/PGM16.
      *

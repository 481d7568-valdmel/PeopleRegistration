      * CPYSESSA - Layout do registro de ARQ-SESSOES (ver CPYSELSS).
      * Uma sessao aberta por operador: o terminal (nome da estacao)
      * onde o login foi feito, o posto de atendimento, a hora do
      * login e a da ultima atividade (cada opcao escolhida nos
      * menus do PGM00). Sessao sem atividade por mais minutos do
      * que o parametro W-PAR-MINUTOS-SESSAO (PGM34) esta expirada.
      * O registro sai do arquivo no logout, no encerramento por
      * inatividade e na derrubada pelo supervisor; a historia fica
      * no SEGEVENT.LOG (PGM61).
       01  REG-SESSOES.
           02  SES-LOGIN           PIC X(8).
           02  SES-TERMINAL        PIC X(15).
           02  SES-POSTO           PIC X(4).
           02  SES-DATA-HORA-LOGIN PIC 9(14).
           02  SES-ULTIMA-ATIVIDADE PIC 9(14).
           02  FILLER              PIC X(15).

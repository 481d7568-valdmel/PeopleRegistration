      * CPYSEGEV - Layout do registro do log de eventos de seguranca
      * (SEGEVENT.LOG), gravado pelo PGM61 a cada ocorrencia de
      * autenticacao digna de registro: falha de login, bloqueio de
      * conta por tentativas, desbloqueio/reset pelo supervisor,
      * troca de senha e o ciclo das sessoes (PGM125): entrada,
      * saida, encerramento por inatividade e derrubada pelo
      * supervisor. O relatorio e o PGM62. Diferente da trilha
      * de auditoria (dados de pessoas) e do log de consultas
      * (leituras LGPD), este log conta a historia das CONTAS de
      * operador.
               88  EVT-BLOQUEIO        VALUE "L".
               88  EVT-DESBLOQUEIO     VALUE "D".
               88  EVT-TROCA-SENHA     VALUE "T".
               88  EVT-ENTRADA         VALUE "E".
               88  EVT-SAIDA           VALUE "S".
               88  EVT-INATIVIDADE     VALUE "O".
               88  EVT-DERRUBADA       VALUE "X".
           02  EVT-LOGIN           PIC X(8).
           02  EVT-DETALHE         PIC X(30).
           02  FILLER              PIC X(7).

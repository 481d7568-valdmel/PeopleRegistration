      * CPYSELSS - Clausula SELECT de ARQ-SESSOES (SESSOES.DAT), o
      * registro das sessoes abertas de operador, chaveado pelo
      * login: um operador tem no maximo uma sessao aberta. Gravado
      * so pelo PGM125 (abertura, atividade, saida, encerramento por
      * inatividade e derrubada); listado pela tela de sessoes do
      * supervisor (PGM126). Quem inclui este copybook deve usar
      * REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-SESSOES ASSIGN TO "C:\TEMP\SESSOES.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   SES-LOGIN
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

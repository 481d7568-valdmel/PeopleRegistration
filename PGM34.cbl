      *    ARQUIVO E A AREA EM MEMORIA -- SEM RECOMPILAR PROGRAMA
      *    NENHUM. A DATA DE PROCESSAMENTO FORCADA (ZERO = DATA DA
      *    MAQUINA) PERMITE REPROCESSAR O PGM14 DA NOITE EM QUE A
      *    MAQUINA FICOU FORA. OS PRAZOS DA FILA DE APROVACOES (UM
      *    POR TIPO DE OPERACAO, EM DIAS) FICAM NA COLUNA DA DIREITA,
      *    COM O VALOR NOVO DIGITADO AO LADO DO VIGENTE, E ABAIXO
      *    DELES OS MINUTOS SEM ATIVIDADE QUE ENCERRAM A SESSAO DO
      *    OPERADOR (PGM125). CHAMADO PELO
      *    PGM00 NO SUBMENU SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-NOVO-ANOS-RET-LOG       PIC 9(2) VALUE ZEROS.
       01  W-NOVO-DIAS-SENHA         PIC 9(3) VALUE ZEROS.
       01  W-NOVA-IDADE-DEP          PIC 9(2) VALUE ZEROS.
       01  W-NOVO-PRAZO-EXCLUSAO     PIC 9(2) VALUE ZEROS.
       01  W-NOVO-PRAZO-ANONIMIZACAO PIC 9(2) VALUE ZEROS.
       01  W-NOVO-PRAZO-SUSPENSAO    PIC 9(2) VALUE ZEROS.
       01  W-NOVO-PRAZO-SUSP-CONDIC  PIC 9(2) VALUE ZEROS.
       01  W-NOVO-PRAZO-CANC-CONDIC  PIC 9(2) VALUE ZEROS.
       01  W-NOVO-MINUTOS-SESSAO     PIC 9(3) VALUE ZEROS.
       COPY CPYPARAM.

       01 WS-DATA-SIST.
           DISPLAY "IDADE-LIMITE DE DEPENDENTE........:" AT 0910.
           DISPLAY W-PAR-IDADE-LIMITE-DEP AT 0947.
           DISPLAY "ANOS" AT 0950.
           DISPLAY "PRAZOS DA FILA (DIAS)" AT 0958.
           DISPLAY "EXCLUSAO...:" AT 1058.
           DISPLAY W-PAR-PRAZO-EXCLUSAO AT 1071.
           DISPLAY "ANONIMIZ...:" AT 1158.
           DISPLAY W-PAR-PRAZO-ANONIMIZACAO AT 1171.
           DISPLAY "SUSPENSAO..:" AT 1258.
           DISPLAY W-PAR-PRAZO-SUSPENSAO AT 1271.
           DISPLAY "SUSP.CONDIC:" AT 1358.
           DISPLAY W-PAR-PRAZO-SUSP-CONDIC AT 1371.
           DISPLAY "CANC.CONDIC:" AT 1458.
           DISPLAY W-PAR-PRAZO-CANC-CONDIC AT 1471.
           DISPLAY "SESSAO (MIN)" AT 1558.
           DISPLAY "OCIOSA.....:" AT 1658.
           DISPLAY W-PAR-MINUTOS-SESSAO AT 1671.
           DISPLAY "INFORME OS NOVOS VALORES:" AT 1710.
           DISPLAY "ALTERAR NOVAMENTE? (S/N):" AT 2210.

           MOVE ZEROS TO W-NOVO-DIAS-RETENCAO W-NOVO-INTERVALO-CKP
                         W-NOVA-DATA-PROCESSAMENTO W-NOVO-MESES-RENDA
                         W-NOVO-ANOS-RET-LOG W-NOVO-DIAS-SENHA
                         W-NOVA-IDADE-DEP W-NOVO-PRAZO-EXCLUSAO
                         W-NOVO-PRAZO-ANONIMIZACAO
                         W-NOVO-PRAZO-SUSPENSAO
                         W-NOVO-PRAZO-SUSP-CONDIC
                         W-NOVO-PRAZO-CANC-CONDIC
                         W-NOVO-MINUTOS-SESSAO

           DISPLAY "DIAS DE RETENCAO:" AT 1810
           PERFORM WITH TEST AFTER
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVA-IDADE-DEP > ZEROS
               ACCEPT W-NOVA-IDADE-DEP AT 2158 WITH AUTO
           END-PERFORM

           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-PRAZO-EXCLUSAO > ZEROS
               ACCEPT W-NOVO-PRAZO-EXCLUSAO AT 1075 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-PRAZO-ANONIMIZACAO > ZEROS
               ACCEPT W-NOVO-PRAZO-ANONIMIZACAO AT 1175 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-PRAZO-SUSPENSAO > ZEROS
               ACCEPT W-NOVO-PRAZO-SUSPENSAO AT 1275 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-PRAZO-SUSP-CONDIC > ZEROS
               ACCEPT W-NOVO-PRAZO-SUSP-CONDIC AT 1375 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-PRAZO-CANC-CONDIC > ZEROS
               ACCEPT W-NOVO-PRAZO-CANC-CONDIC AT 1475 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL W-NOVO-MINUTOS-SESSAO > ZEROS
               ACCEPT W-NOVO-MINUTOS-SESSAO AT 1675 WITH AUTO
           END-PERFORM.

       GRAVAR-PARAMETROS.
                        TO W-PAR-DIAS-VALIDADE-SENHA
                   MOVE W-NOVA-IDADE-DEP
                        TO W-PAR-IDADE-LIMITE-DEP
                   MOVE W-NOVO-PRAZO-EXCLUSAO
                        TO W-PAR-PRAZO-EXCLUSAO
                   MOVE W-NOVO-PRAZO-ANONIMIZACAO
                        TO W-PAR-PRAZO-ANONIMIZACAO
                   MOVE W-NOVO-PRAZO-SUSPENSAO
                        TO W-PAR-PRAZO-SUSPENSAO
                   MOVE W-NOVO-PRAZO-SUSP-CONDIC
                        TO W-PAR-PRAZO-SUSP-CONDIC
                   MOVE W-NOVO-PRAZO-CANC-CONDIC
                        TO W-PAR-PRAZO-CANC-CONDIC
                   MOVE W-NOVO-MINUTOS-SESSAO
                        TO W-PAR-MINUTOS-SESSAO
                   INITIALIZE REG-PARAMETROS
                   MOVE W-PAR-DIAS-RETENCAO
                        TO PRM-DIAS-RETENCAO
                        TO PRM-DIAS-VALIDADE-SENHA
                   MOVE W-PAR-IDADE-LIMITE-DEP
                        TO PRM-IDADE-LIMITE-DEP
                   MOVE W-PAR-PRAZO-EXCLUSAO
                        TO PRM-PRAZO-EXCLUSAO
                   MOVE W-PAR-PRAZO-ANONIMIZACAO
                        TO PRM-PRAZO-ANONIMIZACAO
                   MOVE W-PAR-PRAZO-SUSPENSAO
                        TO PRM-PRAZO-SUSPENSAO
                   MOVE W-PAR-PRAZO-SUSP-CONDIC
                        TO PRM-PRAZO-SUSP-CONDIC
                   MOVE W-PAR-PRAZO-CANC-CONDIC
                        TO PRM-PRAZO-CANC-CONDIC
                   MOVE W-PAR-MINUTOS-SESSAO
                        TO PRM-MINUTOS-SESSAO
                   WRITE REG-PARAMETROS
                   CLOSE ARQ-PARAMETROS
                   DISPLAY "PARAMETROS GRAVADOS" AT 2421

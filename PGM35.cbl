      *    DEPOIS DA PRIMEIRA CARGA DO RUN UNIT AS CHAMADAS SEGUINTES
      *    RETORNAM DIRETO. SEM ARQUIVO (PRIMEIRA EXECUCAO), ASSUME
      *    OS VALORES QUE ERAM LITERAIS NOS PROGRAMAS (RETENCAO 180
      *    DIAS, CHECKPOINT A CADA 100, SEM DATA FORCADA; OS PRAZOS DA
      *    FILA DE APROVACOES, 5/10/10/5/5 DIAS; SESSAO OCIOSA
      *    ENCERRADA EM 20 MINUTOS) E CRIA O PARAMSIS.DAT COM ELES. A
      *    MANUTENCAO E A TELA DO PGM34.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ELSE
                           MOVE 21 TO W-PAR-IDADE-LIMITE-DEP
                       END-IF
                       PERFORM CARREGAR-PRAZOS-APROVACAO
                       IF  PRM-MINUTOS-SESSAO IS NUMERIC
                        AND PRM-MINUTOS-SESSAO > ZEROS
                           MOVE PRM-MINUTOS-SESSAO
                                TO W-PAR-MINUTOS-SESSAO
                       ELSE
                           MOVE 20 TO W-PAR-MINUTOS-SESSAO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF
           MOVE "S" TO W-PAR-CARREGADO
           GOBACK.

      *    PRAZOS DA FILA DE APROVACOES: ARQUIVO GRAVADO ANTES DELES
      *    (OU COM UM PRAZO ZERADO) FICA COM O PADRAO DO TIPO.
       CARREGAR-PRAZOS-APROVACAO.
           PERFORM ASSUMIR-PRAZOS-APROVACAO
           IF  PRM-PRAZO-EXCLUSAO IS NUMERIC
            AND PRM-PRAZO-EXCLUSAO > ZEROS
               MOVE PRM-PRAZO-EXCLUSAO TO W-PAR-PRAZO-EXCLUSAO
           END-IF
           IF  PRM-PRAZO-ANONIMIZACAO IS NUMERIC
            AND PRM-PRAZO-ANONIMIZACAO > ZEROS
               MOVE PRM-PRAZO-ANONIMIZACAO
                    TO W-PAR-PRAZO-ANONIMIZACAO
           END-IF
           IF  PRM-PRAZO-SUSPENSAO IS NUMERIC
            AND PRM-PRAZO-SUSPENSAO > ZEROS
               MOVE PRM-PRAZO-SUSPENSAO TO W-PAR-PRAZO-SUSPENSAO
           END-IF
           IF  PRM-PRAZO-SUSP-CONDIC IS NUMERIC
            AND PRM-PRAZO-SUSP-CONDIC > ZEROS
               MOVE PRM-PRAZO-SUSP-CONDIC TO W-PAR-PRAZO-SUSP-CONDIC
           END-IF
           IF  PRM-PRAZO-CANC-CONDIC IS NUMERIC
            AND PRM-PRAZO-CANC-CONDIC > ZEROS
               MOVE PRM-PRAZO-CANC-CONDIC TO W-PAR-PRAZO-CANC-CONDIC
           END-IF.

       ASSUMIR-PADROES.
           MOVE 180   TO W-PAR-DIAS-RETENCAO
           MOVE 100   TO W-PAR-INTERVALO-CKP
           MOVE 12    TO W-PAR-MESES-VALIDADE-RENDA
           MOVE 5     TO W-PAR-ANOS-RETENCAO-LOG
           MOVE 90    TO W-PAR-DIAS-VALIDADE-SENHA
           MOVE 21    TO W-PAR-IDADE-LIMITE-DEP
           MOVE 20    TO W-PAR-MINUTOS-SESSAO
           PERFORM ASSUMIR-PRAZOS-APROVACAO.

      *    A ANONIMIZACAO TEM FOLGA DENTRO DOS 15 DIAS DA LGPD; AS
      *    SUSPENSOES EM MASSA DA CAMPANHA PODEM ESPERAR MAIS.
       ASSUMIR-PRAZOS-APROVACAO.
           MOVE 5     TO W-PAR-PRAZO-EXCLUSAO
           MOVE 10    TO W-PAR-PRAZO-ANONIMIZACAO
           MOVE 10    TO W-PAR-PRAZO-SUSPENSAO
           MOVE 5     TO W-PAR-PRAZO-SUSP-CONDIC
           MOVE 5     TO W-PAR-PRAZO-CANC-CONDIC.

       CRIAR-ARQUIVO.
           OPEN OUTPUT ARQ-PARAMETROS
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
           END-IF.

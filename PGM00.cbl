       COPY CPYPARAM.
       77 WS-OPCAO PIC 9 VALUE ZEROS.
       77 WS-OPCAO-REL PIC 9 VALUE ZEROS.
       77 WS-OPCAO-APO PIC X VALUE SPACE.
       77 WS-OPCAO-SUP PIC X VALUE SPACE.
       77 WS-LIMPA PIC x VALUE space.
       77 WS-SENHA-DIGITADA PIC X(8) VALUE SPACES.
       77 WS-TENTATIVAS PIC 9 VALUE ZEROS.
       77 WS-IDX-SENHA PIC 9 VALUE ZEROS.
       77 WS-SENHA-VENCIDA PIC X VALUE "N".
       77 WS-DETALHE-EVENTO PIC X(30) VALUE SPACES.
       77 WS-FILA-OPERACAO PIC X VALUE SPACE.
       77 WS-FILA-DATA-HORA PIC 9(14) VALUE ZEROS.
       77 WS-FILA-DATA-LIMITE PIC 9(8) VALUE ZEROS.
       77 WS-FILA-IDADE PIC 9(5) VALUE ZEROS.
       77 WS-FILA-ATRASO PIC 9(5) VALUE ZEROS.
       77 WS-FILA-VENCIDAS PIC 9(5) VALUE ZEROS.
       77 WS-FILA-EDITADO PIC ZZZZ9.
       77 WS-TERMINAL PIC X(15) VALUE SPACES.
       77 WS-TERMINAL-SESSAO PIC X(15) VALUE SPACES.
       77 WS-RETORNO-SESSAO PIC X VALUE SPACE.
       77 WS-SESSAO-ENCERRADA PIC X VALUE "N".
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUEs 0.
               10 LINE 11 COLUMN 58 VALUE "7. Renda Familiar".
               10 LINE 12 COLUMN 58 VALUE "8. Beneficios".
               10 LINE 13 COLUMN 58 VALUE "0. Protocolos".
               10 LINE 14 COLUMN 58 VALUE "A. Historico Pagtos".
               10 LINE 15 COLUMN 58 VALUE "B. Contas Bancarias".
               10 LINE 10 COLUMN 08 VALUE "C. Cartoes Benefic.".
               10 LINE 11 COLUMN 08 VALUE "D. Diverg. CadUnico".
               10 LINE 12 COLUMN 08 VALUE "E. Agendamentos".
               10 LINE 13 COLUMN 08 VALUE "F. Visitas Domicil.".
               10 LINE 14 COLUMN 08 VALUE "G. Solicit. LGPD".
               10 LINE 15 COLUMN 08 VALUE "H. Declaracoes".
               10 LINE 15 COLUMN 34 VALUE "9. Voltar ao Menu".
           05 INF-ESCOLHA-APOIO.
               10 LINE 16 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           01 RESP-ESCOLHA-APOIO.
               05  LINE 18 COLUMN 43 PIC X USING WS-OPCAO-APO.

       01 TELA-SUPER.
           05 BLANK SCREEN.
               10 LINE 11 COLUMN 58 VALUE "7. Bloqueio Judicial".
               10 LINE 12 COLUMN 58 VALUE "8. Calendario Proces".
               10 LINE 13 COLUMN 58 VALUE "0. Situacao Fiscal".
               10 LINE 14 COLUMN 58 VALUE "A. Programas Benef.".
               10 LINE 15 COLUMN 58 VALUE "B. Debitos Indevidos".
               10 LINE 10 COLUMN 08 VALUE "C. Indicios Fraude".
               10 LINE 11 COLUMN 08 VALUE "D. Territorios".
               10 LINE 12 COLUMN 08 VALUE "E. Agenda do Balcao".
               10 LINE 13 COLUMN 08 VALUE "F. Atribuir Visitas".
               10 LINE 14 COLUMN 08 VALUE "G. Postos Atendim.".
               10 LINE 15 COLUMN 08 VALUE "H. Sessoes Abertas".
               10 LINE 15 COLUMN 34 VALUE "9. Voltar ao Menu".
           05 INF-ESCOLHA-SUPER.
               10 LINE 16 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           01 RESP-ESCOLHA-SUPER.
               05  LINE 18 COLUMN 43 PIC X USING WS-OPCAO-SUP.

       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO WS-OPCAO
           MOVE SPACES TO WS-CPF-REDIRECIONADO
           CALL "PGM35"
      *    O TERMINAL E O NOME DA ESTACAO; E ELE QUE IDENTIFICA A
      *    SESSAO DO OPERADOR NO REGISTRO DE SESSOES (PGM125).
           ACCEPT WS-TERMINAL FROM ENVIRONMENT "COMPUTERNAME"
           IF  WS-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-TERMINAL
           END-IF

           PERFORM ABRIR-ARQUIVO.
           IF  W-COD-ERRO = "00"
               PERFORM ABRIR-OPERADORES
               PERFORM IDENTIFICAR-OPERADOR
               IF  WS-LOGIN-OK = "S"
                   MOVE "N" TO WS-SESSAO-ENCERRADA
                   PERFORM PROCESSA UNTIL WS-OPCAO = 5
                                       OR WS-SESSAO-ENCERRADA = "S"
                   IF  WS-SESSAO-ENCERRADA NOT = "S"
                       MOVE WS-TERMINAL TO WS-TERMINAL-SESSAO
                       CALL "PGM125" USING "F" WS-OPERADOR-LOGADO
                            WS-TERMINAL-SESSAO WS-RETORNO-SESSAO
                   END-IF
               END-IF
               CLOSE ARQ-PESSOAS
               CLOSE ARQ-OPERADORES
      *    WS-OPERADOR-LOGADO permanece preenchido pelo resto da
      *    execucao, para que PGM01-PGM03 possam atribuir cada
      *    WRITE/REWRITE/DELETE a uma pessoa na trilha de auditoria
      *    (PGM05). O posto de atendimento do operador vai para
      *    WS-POSTO-LOGADO e acompanha protocolo, trilha e anotacao.
      *    Tres tentativas erradas encerram a sessao. O login abre a
      *    sessao no registro de sessoes (PGM125): operador que ja
      *    tem sessao aberta em outro terminal e recusado, e cada
      *    opcao de menu confere se a sessao nao expirou por
      *    inatividade nem foi derrubada pelo supervisor (PGM126).
           MOVE "N"    TO WS-LOGIN-OK
           MOVE ZEROS  TO WS-TENTATIVAS
           MOVE SPACES TO WS-PERFIL-LOGADO WS-POSTO-LOGADO
           PERFORM TENTAR-LOGIN
                   UNTIL WS-LOGIN-OK = "S" OR WS-TENTATIVAS > 2
           IF  WS-LOGIN-OK NOT = "S"
               DISPLAY "ACESSO NEGADO - TENTATIVAS ESGOTADAS"
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
           ELSE
           IF  OPERADOR-SUPERVISOR
               PERFORM AVISAR-FILA-VENCIDA
           END-IF
           END-IF.

      *    ESCALACAO DA FILA DE APROVACOES: SOLICITACAO PENDENTE QUE
      *    PASSOU DO PRAZO (PGM120) E COBRADA NO LOGIN DE TODO
      *    SUPERVISOR, NAO SO DE QUEM COSTUMA ATENDER A FILA.
       AVISAR-FILA-VENCIDA.
           CALL "PGM120" USING "V" WS-FILA-OPERACAO WS-FILA-DATA-HORA
                WS-FILA-DATA-LIMITE WS-FILA-IDADE WS-FILA-ATRASO
                WS-FILA-VENCIDAS
           IF  WS-FILA-VENCIDAS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILA-VENCIDAS TO WS-FILA-EDITADO
           DISPLAY "ATENCAO:" AT 2110 WITH FOREGROUND-COLOR 4
           DISPLAY WS-FILA-EDITADO AT 2119 WITH FOREGROUND-COLOR 4
           DISPLAY "SOLICITACAO(OES) VENCIDA(S) NA FILA DE APROVACOES"
                   AT 2125 WITH FOREGROUND-COLOR 4
           MOVE WS-FILA-ATRASO TO WS-FILA-EDITADO
           DISPLAY "MAIOR ATRASO:" AT 2210
           DISPLAY WS-FILA-EDITADO AT 2224
           DISPLAY "DIAS" AT 2230
           IF  WS-FILA-OPERACAO = "E"
               DISPLAY "(ANONIMIZACAO - PRAZO LGPD)" AT 2235
                       WITH FOREGROUND-COLOR 4
           END-IF
           DISPLAY "SUPERVISAO > 3. APROVACOES PENDENTES" AT 2310
           STOP  "    <ENTER> PARA CONTINUAR".

       TENTAR-LOGIN.
           MOVE SPACES TO WS-OPERADOR-LOGADO WS-SENHA-DIGITADA
           DISPLAY TELA-LOGIN
               MOVE ZEROS TO OPE-TENTATIVAS
               REWRITE REG-OPERADORES
           END-IF
           MOVE OPE-POSTO   TO WS-POSTO-LOGADO
           MOVE WS-TERMINAL TO WS-TERMINAL-SESSAO
           CALL "PGM125" USING "A" WS-OPERADOR-LOGADO
                WS-TERMINAL-SESSAO WS-RETORNO-SESSAO
           IF  WS-RETORNO-SESSAO = "J"
               ADD 1 TO WS-TENTATIVAS
               MOVE SPACES TO WS-POSTO-LOGADO
               DISPLAY "OPERADOR JA CONECTADO NO TERMINAL "
                       WS-TERMINAL-SESSAO AT 2301
                       WITH FOREGROUND-COLOR 4
               STOP  " "
               EXIT PARAGRAPH
           END-IF
           IF  WS-RETORNO-SESSAO NOT = "0"
               ADD 1 TO WS-TENTATIVAS
               MOVE SPACES TO WS-POSTO-LOGADO
               DISPLAY "CONTROLE DE SESSOES INDISPONIVEL - PROCURE O "
                       "SUPERVISOR" AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               EXIT PARAGRAPH
           END-IF
           PERFORM CRITICAR-VALIDADE-SENHA
           IF  OPERADOR-DEVE-TROCAR OR WS-SENHA-VENCIDA = "S"
               PERFORM TROCAR-SENHA
           MOVE OPE-PERM-REMOVER      TO WS-PERM-REMOVER
           MOVE OPE-PERM-RELATORIOS   TO WS-PERM-RELATORIOS
           MOVE OPE-PERM-SUPERVISOR   TO WS-PERM-SUPERVISOR
           MOVE OPE-PERM-CPF-COMPLETO TO WS-PERM-CPF-COMPLETO
           MOVE OPE-POSTO             TO WS-POSTO-LOGADO.

      *    SENHA VENCE DEPOIS DE N DIAS (PARAMETRO DO PGM34); UM
      *    REGISTRO GRAVADO ANTES DO CONTROLE DE SENHA (DATA EM
                   MOVE ZEROS                 TO OPE-TENTATIVAS
                   MOVE "N"                   TO OPE-BLOQUEIO
                   MOVE SPACES                TO OPE-SENHAS-ANTERIORES
                                                 OPE-CPF
                   WRITE REG-OPERADORES
                   CLOSE ARQ-OPERADORES
                   OPEN I-O ARQ-OPERADORES
                       AT 2301 WITH FOREGROUND-COLOR 4
           END-IF.

      *    A CADA OPCAO ESCOLHIDA A SESSAO E CONFERIDA E A HORA DA
      *    ULTIMA ATIVIDADE ATUALIZADA (PGM125). SESSAO ENCERRADA POR
      *    INATIVIDADE OU PELO SUPERVISOR LEVA DIRETO A SAIDA: A
      *    OPCAO ESCOLHIDA E TROCADA PELA DE ENCERRAR/VOLTAR.
       CONTROLAR-SESSAO.
           MOVE WS-TERMINAL TO WS-TERMINAL-SESSAO
           CALL "PGM125" USING "V" WS-OPERADOR-LOGADO
                WS-TERMINAL-SESSAO WS-RETORNO-SESSAO
           IF  WS-RETORNO-SESSAO = "T"
               DISPLAY "SESSAO ENCERRADA POR INATIVIDADE" AT 2301
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  WS-RETORNO-SESSAO = "D"
               DISPLAY "SESSAO ENCERRADA PELO SUPERVISOR" AT 2301
                       WITH FOREGROUND-COLOR 4
           ELSE
               EXIT PARAGRAPH
           END-IF
           END-IF
           MOVE "S" TO WS-SESSAO-ENCERRADA
           STOP  " ".

       PROCESSA.
           DISPLAY TELA01
           ACCEPT RESP-ESCOLHA
           PERFORM CONTROLAR-SESSAO
           IF  WS-SESSAO-ENCERRADA = "S"
               MOVE 5 TO WS-OPCAO
           END-IF

           IF WS-OPCAO = 1
               IF  OPERADOR-PODE-INCLUIR
               END-IF
           ELSE
           IF WS-OPCAO = 8
               MOVE SPACE TO WS-OPCAO-APO
               PERFORM PROCESSA-APOIO UNTIL WS-OPCAO-APO = "9"
           ELSE
           IF WS-OPCAO = 9
               IF  OPERADOR-SUPERVISOR
                   MOVE SPACE TO WS-OPCAO-SUP
                   PERFORM PROCESSA-SUPERVISAO UNTIL WS-OPCAO-SUP = "9"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
       PROCESSA-SUPERVISAO.
           DISPLAY TELA-SUPER
           ACCEPT RESP-ESCOLHA-SUPER
           MOVE FUNCTION UPPER-CASE (WS-OPCAO-SUP) TO WS-OPCAO-SUP
           PERFORM CONTROLAR-SESSAO
           IF  WS-SESSAO-ENCERRADA = "S"
               MOVE "9" TO WS-OPCAO-SUP
           END-IF

           IF WS-OPCAO-SUP = "1"
               CALL "PGM26"
           ELSE
           IF WS-OPCAO-SUP = "2"
               CALL "PGM28"
           ELSE
           IF WS-OPCAO-SUP = "3"
               CALL "PGM31"
           ELSE
           IF WS-OPCAO-SUP = "4"
               CALL "PGM34"
           ELSE
           IF WS-OPCAO-SUP = "5"
               CALL "PGM43"
           ELSE
           IF WS-OPCAO-SUP = "6"
               CALL "PGM45"
           ELSE
           IF WS-OPCAO-SUP = "7"
               CALL "PGM56"
           ELSE
           IF WS-OPCAO-SUP = "8"
               CALL "PGM70"
           ELSE
           IF WS-OPCAO-SUP = "0"
               CALL "PGM73"
           ELSE
           IF WS-OPCAO-SUP = "A"
               CALL "PGM81"
           ELSE
           IF WS-OPCAO-SUP = "B"
               CALL "PGM85"
           ELSE
           IF WS-OPCAO-SUP = "C"
               CALL "PGM98"
           ELSE
           IF WS-OPCAO-SUP = "D"
               CALL "PGM99"
           ELSE
           IF WS-OPCAO-SUP = "E"
               CALL "PGM101"
           ELSE
           IF WS-OPCAO-SUP = "F"
               CALL "PGM106"
           ELSE
           IF WS-OPCAO-SUP = "G"
               CALL "PGM122"
           ELSE
           IF WS-OPCAO-SUP = "H"
               CALL "PGM126"
           ELSE
           IF WS-OPCAO-SUP = "9"
               CONTINUE
       END-IF.

       PROCESSA-APOIO.
           DISPLAY TELA-APOIO
           ACCEPT RESP-ESCOLHA-APOIO
           MOVE FUNCTION UPPER-CASE (WS-OPCAO-APO) TO WS-OPCAO-APO
           PERFORM CONTROLAR-SESSAO
           IF  WS-SESSAO-ENCERRADA = "S"
               MOVE "9" TO WS-OPCAO-APO
           END-IF

           IF WS-OPCAO-APO = "1"
               CALL "PGM18"
           ELSE
           IF WS-OPCAO-APO = "2"
               CALL "PGM24"
           ELSE
           IF WS-OPCAO-APO = "3"
      *        A WORKLIST DE QUALIDADE (PGM30) REGRAVA ARQ-PESSOAS:
      *        EXIGE A MESMA PERMISSAO DE ALTERAR DA OPCAO 2.
               IF  OPERADOR-PODE-ALTERAR
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "4"
               CALL "PGM41"
           ELSE
           IF WS-OPCAO-APO = "5"
               CALL "PGM42"
           ELSE
           IF WS-OPCAO-APO = "6"
               CALL "PGM46"
           ELSE
           IF WS-OPCAO-APO = "7"
               CALL "PGM49"
           ELSE
           IF WS-OPCAO-APO = "8"
               CALL "PGM50"
           ELSE
           IF WS-OPCAO-APO = "0"
               CALL "PGM55"
           ELSE
           IF WS-OPCAO-APO = "A"
               CALL "PGM82"
           ELSE
           IF WS-OPCAO-APO = "B"
      *        A CONTA BANCARIA (PGM86) E DADO CADASTRAL DO TITULAR:
      *        MESMA PERMISSAO DE ALTERAR DA OPCAO 3.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM86"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "C"
      *        ENTREGA, BLOQUEIO E SEGUNDA VIA DO CARTAO (PGM94)
      *        REGRAVAM O REGISTRO DE CARTOES: MESMA PERMISSAO DA B.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM94"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "D"
               CALL "PGM96"
           ELSE
           IF WS-OPCAO-APO = "E"
      *        MARCACAO, CANCELAMENTO, CHEGADA E FALTA (PGM102)
      *        OCUPAM E DEVOLVEM VAGAS: MESMA PERMISSAO DA C.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM102"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "F"
      *        SOLICITACAO, RESULTADO E CANCELAMENTO DE VISITA
      *        DOMICILIAR (PGM105): MESMA PERMISSAO DA C.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM105"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "G"
      *        REGISTRO, RESPOSTA E INDEFERIMENTO DAS SOLICITACOES DE
      *        TITULARES LGPD (PGM109): MESMA PERMISSAO DA C.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM109"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "H"
      *        EMISSAO E REVOGACAO DE DECLARACOES (PGM114) GRAVAM
      *        PROTOCOLO E REGISTRO DE DECLARACOES: MESMA PERMISSAO
      *        DA C.
               IF  OPERADOR-PODE-ALTERAR
                   CALL "PGM114"
               ELSE
                   PERFORM AVISAR-SEM-PERMISSAO
               END-IF
           ELSE
           IF WS-OPCAO-APO = "9"
               CONTINUE
       END-IF.

       PROCESSA-RELATORIOS.
           DISPLAY TELA-REL
           ACCEPT RESP-ESCOLHA-REL
           PERFORM CONTROLAR-SESSAO
           IF  WS-SESSAO-ENCERRADA = "S"
               MOVE 9 TO WS-OPCAO-REL
           END-IF

           IF WS-OPCAO-REL = 1
               CALL "PGM06"

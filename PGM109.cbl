       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM109  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    REGISTRO DAS SOLICITACOES DE TITULARES DA LGPD
      *    (SOLLGPD.DAT, CPYSOLGP) -- ACESSO, CORRECAO, ELIMINACAO,
      *    PORTABILIDADE E REVOGACAO DE CONSENTIMENTO:
      *      R - REGISTRAR O PEDIDO PELO CPF: RECEBE O PROTOCOLO DO
      *          PGM54 (OPERACAO "L") E O PRAZO LEGAL DE RESPOSTA
      *          (RECEBIMENTO + W-PRAZO-LEGAL DIAS); RECUSADO SE O
      *          CPF JA TEM PEDIDO PENDENTE DO MESMO TIPO;
      *      C - CONSULTAR PELO PROTOCOLO;
      *      A - ATENDER PELO PROTOCOLO, VINCULANDO A SAIDA QUE
      *          RESPONDEU O PEDIDO:
      *            CORRECAO    - O PROTOCOLO DA ALTERACAO (PGM02) OU
      *                          DA CORRECAO DE CPF (PGM26) FEITA
      *                          DEPOIS DO PEDIDO;
      *            REVOGACAO   - REVOGA (PGM64) OS CANAIS COM
      *                          CONSENTIMENTO CONCEDIDO;
      *            ACESSO/PORTABILIDADE E ELIMINACAO SAO ATENDIDOS
      *            PELO EXTRATO (PGM63) E PELA SOLICITACAO DE
      *            ANONIMIZACAO (PGM13/PGM31), QUE RECEBEM O
      *            PROTOCOLO E GRAVAM O VINCULO (PGM110);
      *      N - INDEFERIR O PEDIDO ABERTO, COM JUSTIFICATIVA.
      *    CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO-PES.

           COPY CPYSELSG REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELPT REPLACING STATUS-FIELD BY CODERRO-PRT.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-SOLIC-LGPD
           LABEL  RECORD  STANDARD.
       COPY CPYSOLGP.

       FD  ARQ-PROTOCOLOS
           LABEL  RECORD  STANDARD.
       COPY CPYPROTO.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-PES  PIC X(2) VALUE SPACES.
       77  CODERRO-PRT  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "R" "C" "A" "N".
           88  FUNCAO-REGISTRAR VALUE "R".
           88  FUNCAO-CONSULTAR VALUE "C".
           88  FUNCAO-ATENDER   VALUE "A".
           88  FUNCAO-INDEFERIR VALUE "N".
       77  W-CONFIRMA  PIC X VALUE SPACE.
      *    PRAZO DE RESPOSTA AO TITULAR, EM DIAS CORRIDOS (LGPD,
      *    ART. 19, II).
       77  W-PRAZO-LEGAL  PIC 9(3) VALUE 15.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".
       01  W-CPF-INFORMADO     PIC X(11) VALUE SPACES.
       01  W-PROTOCOLO-INFORMADO PIC 9(9) VALUE ZEROS.
       01  W-NUM-PROTOCOLO     PIC 9(9) VALUE ZEROS.
       01  W-SOLICITACAO-OK    PIC X  VALUE "N".
       01  W-TIPO              PIC X  VALUE SPACE.
       01  W-OBSERVACAO        PIC X(40) VALUE SPACES.
       01  W-JUSTIFICATIVA     PIC X(40) VALUE SPACES.
       01  W-DESCR-TIPO        PIC X(15) VALUE SPACES.
       01  W-DESCR-SITUACAO    PIC X(15) VALUE SPACES.
       01  W-DATA-EDICAO       PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.

      *    PEDIDO PENDENTE DO MESMO TIPO PARA O CPF.
       01  W-FIM-FAIXA         PIC X  VALUE "N".
       01  W-TEM-PENDENTE      PIC X  VALUE "N".
       01  W-PROTOCOLO-PENDENTE PIC 9(9) VALUE ZEROS.

      *    SAIDA QUE RESPONDEU O PEDIDO.
       01  W-PROTOCOLO-SAIDA   PIC 9(9) VALUE ZEROS.
       01  W-DATA-PROTOCOLO    PIC 9(8) VALUE ZEROS.
       01  W-SAIDA-OK          PIC X  VALUE "N".
       01  W-VINCULO           PIC X(20) VALUE SPACES.
       01  W-CANAL-CONSENT     PIC X  VALUE SPACE.
       01  W-SIT-CONSENT       PIC X  VALUE SPACE.
       01  W-DATA-CONSENT      PIC 9(8) VALUE ZEROS.
       01  W-REVOGOU-EMAIL     PIC X  VALUE "N".
       01  W-REVOGOU-TELEFONE  PIC X  VALUE "N".

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       SCREEN SECTION.
           01 TELA01.
           05 BLANK SCREEN.
           05 TITULO.
               10 LINE 02 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
               10 LINE 04 COLUMN 25 VALUE
               "SISTEMA DE CADASTRO DE PESSOAS".
               10 LINE 06 COLUMN 23 VALUE
               "SOLICITACOES DE TITULARES (LGPD)".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM   INICIALIZACAO.
           IF  OPC NOT = "N"
               PERFORM PROCESSAMENTO UNTIL OPC = "N"
           END-IF.
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.

      *    ARQ-PESSOAS e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    le o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    O REGISTRO LGPD E CRIADO VAZIO NA PRIMEIRA VEZ; OS
      *    PROTOCOLOS SO SAO ABERTOS NA CONFERENCIA DA CORRECAO,
      *    PORQUE O PGM54 OS ABRE PARA GRAVAR.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-SOLIC-LGPD.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-SOLIC-LGPD
               CLOSE ARQ-SOLIC-LGPD
               OPEN I-O ARQ-SOLIC-LGPD
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR SOLLGPD.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO W-ARQUIVO-ABERTO.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           IF  FUNCAO-REGISTRAR
               PERFORM REGISTRAR-SOLICITACAO
           ELSE
               PERFORM RECEBER-PROTOCOLO
               IF  W-SOLICITACAO-OK = "S"
                   PERFORM EXIBIR-SOLICITACAO
                   PERFORM EXECUTAR-FUNCAO
               END-IF
           END-IF.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-SOLIC-LGPD.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA W-CPF-INFORMADO W-TIPO
                          W-OBSERVACAO W-JUSTIFICATIVA.
           MOVE ZEROS  TO W-PROTOCOLO-INFORMADO W-PROTOCOLO-SAIDA.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: R=REGISTRAR C=CONSULTAR A=ATENDER N=INDEF
      -             "ERIR" AT  1010.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1065 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE R, C, A OU N" AT 2421
               END-IF
           END-PERFORM.

      *    ----------------------------------------------------------
      *    REGISTRO DO PEDIDO
      *    ----------------------------------------------------------
      *    O TITULAR PODE PEDIR MESMO SEM CADASTRO (A RESPOSTA SERA
      *    QUE NAO HA DADOS); O NOME SO E MOSTRADO SE HOUVER.
       REGISTRAR-SOLICITACAO.
           DISPLAY "CPF..............:" AT 1210
           DISPLAY "TIPO.............:" AT 1310
           DISPLAY "A=ACESSO C=CORRECAO E=ELIMIN. P=PORTAB. R=REVOG."
                   AT 1332
           DISPLAY "OBSERVACAO.......:" AT 1410
           PERFORM WITH TEST AFTER UNTIL W-CPF-INFORMADO NOT = SPACES
               ACCEPT W-CPF-INFORMADO AT 1229 WITH AUTO
           END-PERFORM
           MOVE W-CPF-INFORMADO TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO-PES = "00"
               DISPLAY NOME AT 1242
           ELSE
               DISPLAY "(SEM CADASTRO)" AT 1242
           END-IF
           MOVE SPACE TO SLG-TIPO
           PERFORM WITH TEST AFTER UNTIL SLG-TIPO-OK
               ACCEPT W-TIPO AT 1329 WITH UPPER AUTO
               MOVE W-TIPO TO SLG-TIPO
           END-PERFORM
           ACCEPT W-OBSERVACAO AT 1429 WITH UPPER AUTO

           PERFORM PROCURAR-PENDENTE
           IF  W-TEM-PENDENTE = "S"
               DISPLAY "JA HA PEDIDO DO MESMO TIPO PENDENTE - PROTOCOLO"
                       AT 2421 WITH FOREGROUND-COLOR 4
               DISPLAY W-PROTOCOLO-PENDENTE AT 2469
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF

           CALL "PGM54" USING W-CPF-INFORMADO "L" WS-OPERADOR-LOGADO
                W-NUM-PROTOCOLO
           IF  W-NUM-PROTOCOLO = ZEROS
               DISPLAY "PROTOCOLO NAO ALOCADO - PEDIDO NAO REGISTRADO"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-SOLIC-LGPD
           MOVE W-NUM-PROTOCOLO    TO SLG-PROTOCOLO
           MOVE W-CPF-INFORMADO    TO SLG-CPF
           MOVE W-TIPO             TO SLG-TIPO
           MOVE WS-DATA-SIST-NUM   TO SLG-DATA-RECEBIMENTO
           COMPUTE SLG-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)
                    + W-PRAZO-LEGAL)
           MOVE "A"                TO SLG-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO SLG-OPERADOR-REGISTRO
           MOVE W-OBSERVACAO       TO SLG-OBSERVACAO
           WRITE REG-SOLIC-LGPD
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROTOCOLO........:" AT 1610
           DISPLAY W-NUM-PROTOCOLO      AT 1629
           DISPLAY "PRAZO DE RESPOSTA:" AT 1710
           MOVE SLG-DATA-LIMITE TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO      AT 1729
           DISPLAY "PEDIDO REGISTRADO - INFORME O PROTOCOLO AO CIDADAO"
                   AT 2421.

      *    OS PEDIDOS DO CPF SAEM PELA CHAVE ALTERNATIVA.
       PROCURAR-PENDENTE.
           MOVE "N" TO W-TEM-PENDENTE W-FIM-FAIXA
           MOVE W-CPF-INFORMADO TO SLG-CPF
           START ARQ-SOLIC-LGPD KEY = SLG-CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-FAIXA
           END-START
           PERFORM LER-PEDIDO-PESSOA
                   UNTIL W-FIM-FAIXA = "S" OR W-TEM-PENDENTE = "S".

       LER-PEDIDO-PESSOA.
           READ ARQ-SOLIC-LGPD NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-FAIXA
           END-READ
           IF  W-FIM-FAIXA NOT = "S"
               IF  SLG-CPF NOT = W-CPF-INFORMADO
                   MOVE "S" TO W-FIM-FAIXA
               ELSE
                   IF  SLG-PENDENTE AND SLG-TIPO = W-TIPO
                       MOVE "S"           TO W-TEM-PENDENTE
                       MOVE SLG-PROTOCOLO TO W-PROTOCOLO-PENDENTE
                   END-IF
               END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    CONSULTA, ATENDIMENTO E INDEFERIMENTO PELO PROTOCOLO
      *    ----------------------------------------------------------
       RECEBER-PROTOCOLO.
           MOVE "N" TO W-SOLICITACAO-OK
           DISPLAY "PROTOCOLO........:" AT 1210
           PERFORM WITH TEST AFTER UNTIL W-PROTOCOLO-INFORMADO > ZEROS
               ACCEPT W-PROTOCOLO-INFORMADO AT 1229 WITH AUTO
           END-PERFORM
           MOVE W-PROTOCOLO-INFORMADO TO SLG-PROTOCOLO
           READ ARQ-SOLIC-LGPD
           IF  CODERRO = "23"
               DISPLAY "PROTOCOLO NAO E SOLICITACAO LGPD" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-SOLICITACAO-OK.

       EXIBIR-SOLICITACAO.
           DISPLAY "CPF..............:" AT 1310
           DISPLAY SLG-CPF AT 1329
           MOVE SLG-CPF TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO-PES = "00"
               DISPLAY NOME AT 1342
           ELSE
               DISPLAY "(SEM CADASTRO)" AT 1342
           END-IF
           EVALUATE TRUE
               WHEN SLG-ACESSO
                   MOVE "ACESSO"        TO W-DESCR-TIPO
               WHEN SLG-CORRECAO
                   MOVE "CORRECAO"      TO W-DESCR-TIPO
               WHEN SLG-ELIMINACAO
                   MOVE "ELIMINACAO"    TO W-DESCR-TIPO
               WHEN SLG-PORTABILIDADE
                   MOVE "PORTABILIDADE" TO W-DESCR-TIPO
               WHEN OTHER
                   MOVE "REVOGACAO"     TO W-DESCR-TIPO
           END-EVALUATE
           DISPLAY "TIPO.............:" AT 1410
           DISPLAY W-DESCR-TIPO AT 1429
           DISPLAY "RECEBIDA EM......:" AT 1510
           MOVE SLG-DATA-RECEBIMENTO TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO AT 1529
           DISPLAY "PRAZO" AT 1542
           MOVE SLG-DATA-LIMITE TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO AT 1548
           EVALUATE TRUE
               WHEN SLG-ABERTA
                   MOVE "ABERTA"        TO W-DESCR-SITUACAO
               WHEN SLG-EM-ANDAMENTO
                   MOVE "EM ANDAMENTO"  TO W-DESCR-SITUACAO
               WHEN SLG-ATENDIDA
                   MOVE "ATENDIDA"      TO W-DESCR-SITUACAO
               WHEN OTHER
                   MOVE "INDEFERIDA"    TO W-DESCR-SITUACAO
           END-EVALUATE
           DISPLAY "SITUACAO.........:" AT 1610
           DISPLAY W-DESCR-SITUACAO AT 1629
           IF  NOT SLG-PENDENTE
               MOVE SLG-DATA-RESPOSTA TO W-DATA-EDICAO
               PERFORM EDITAR-DATA
               DISPLAY W-DATA-EXIBICAO AT 1645
               DISPLAY SLG-RESPONSAVEL AT 1656
           END-IF
           IF  SLG-INDEFERIDA
               DISPLAY "JUSTIFICATIVA....:" AT 1710
               DISPLAY SLG-JUSTIFICATIVA AT 1729
           ELSE
           IF  SLG-VINCULO-TIPO NOT = SPACE
               DISPLAY "SAIDA............:" AT 1710
               DISPLAY SLG-VINCULO AT 1729
           END-IF
           END-IF
           DISPLAY "OBSERVACAO.......:" AT 1810
           DISPLAY SLG-OBSERVACAO AT 1829.

       EXECUTAR-FUNCAO.
           IF  FUNCAO-CONSULTAR
               EXIT PARAGRAPH
           END-IF
           IF  SLG-EM-ANDAMENTO
               DISPLAY "PEDIDO AGUARDA O VEREDITO DA FILA (PGM31)"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  NOT SLG-ABERTA
               DISPLAY "PEDIDO JA RESPONDIDO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-INDEFERIR
               PERFORM INDEFERIR-SOLICITACAO
           ELSE
           IF  SLG-CORRECAO
               PERFORM ATENDER-CORRECAO
           ELSE
           IF  SLG-REVOGACAO
               PERFORM ATENDER-REVOGACAO
           ELSE
           IF  SLG-ELIMINACAO
               DISPLAY "USAR A ANONIMIZACAO (PGM13) COM O PROTOCOLO"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "USAR O EXTRATO (PGM63) COM O PROTOCOLO"
                       AT 2421 WITH FOREGROUND-COLOR 4
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A CORRECAO E RESPONDIDA PELA TRANSACAO QUE CORRIGIU O
      *    DADO, FEITA A PARTIR DO PEDIDO: ALTERACAO ("A") DO MESMO
      *    CPF OU CORRECAO DE CPF ("T"), QUE E PROTOCOLADA SOB O CPF
      *    NOVO E POR ISSO NAO E COMPARADA COM O DO PEDIDO.
       ATENDER-CORRECAO.
           DISPLAY "PROTOCOLO SAIDA..:" AT 1710
           DISPLAY "(ALTERACAO OU CORRECAO DE CPF)" AT 1745
           PERFORM WITH TEST AFTER UNTIL W-PROTOCOLO-SAIDA > ZEROS
               ACCEPT W-PROTOCOLO-SAIDA AT 1729 WITH AUTO
           END-PERFORM
           PERFORM CONFERIR-PROTOCOLO-SAIDA
           IF  W-SAIDA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-VINCULO
           STRING "PROTOCOLO "      DELIMITED BY SIZE
                  W-PROTOCOLO-SAIDA DELIMITED BY SIZE
                  INTO W-VINCULO
           END-STRING
           MOVE "P" TO SLG-VINCULO-TIPO
           PERFORM BAIXAR-SOLICITACAO.

       CONFERIR-PROTOCOLO-SAIDA.
           MOVE "N" TO W-SAIDA-OK
           OPEN INPUT ARQ-PROTOCOLOS
           IF  CODERRO-PRT NOT = "00"
               DISPLAY "REGISTRO DE PROTOCOLOS INDISPONIVEL - STATUS "
                       CODERRO-PRT AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROTOCOLO-SAIDA TO PRT-NUMERO
           READ ARQ-PROTOCOLOS
           IF  CODERRO-PRT NOT = "00"
               DISPLAY "PROTOCOLO DE SAIDA NAO ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
               MOVE PRT-DATA-HORA (1:8) TO W-DATA-PROTOCOLO
               IF  NOT PRT-OP-ALTERACAO AND NOT PRT-OP-CORRECAO
                   DISPLAY "PROTOCOLO NAO E ALTERACAO NEM CORRECAO"
                           AT 2421 WITH FOREGROUND-COLOR 4
               ELSE
               IF  PRT-OP-ALTERACAO AND PRT-CPF NOT = SLG-CPF
                   DISPLAY "PROTOCOLO DE OUTRO CPF" AT 2421
                           WITH FOREGROUND-COLOR 4
               ELSE
               IF  W-DATA-PROTOCOLO < SLG-DATA-RECEBIMENTO
                   DISPLAY "PROTOCOLO ANTERIOR AO PEDIDO" AT 2421
                           WITH FOREGROUND-COLOR 4
               ELSE
                   MOVE "S" TO W-SAIDA-OK
               END-IF
               END-IF
               END-IF
           END-IF
           CLOSE ARQ-PROTOCOLOS.

      *    REVOGA OS CANAIS EM QUE HA CONSENTIMENTO CONCEDIDO; SEM
      *    NENHUM, O PEDIDO E RESPONDIDO ASSIM MESMO (NAO HAVIA O QUE
      *    REVOGAR) E O VINCULO DIZ ISSO.
       ATENDER-REVOGACAO.
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-REVOGOU-EMAIL W-REVOGOU-TELEFONE
           MOVE "E" TO W-CANAL-CONSENT
           PERFORM REVOGAR-CANAL
           MOVE W-SIT-CONSENT TO W-REVOGOU-EMAIL
           MOVE "T" TO W-CANAL-CONSENT
           PERFORM REVOGAR-CANAL
           MOVE W-SIT-CONSENT TO W-REVOGOU-TELEFONE
           EVALUATE TRUE
               WHEN W-REVOGOU-EMAIL = "S" AND W-REVOGOU-TELEFONE = "S"
                   MOVE "EMAIL E TELEFONE"  TO W-VINCULO
               WHEN W-REVOGOU-EMAIL = "S"
                   MOVE "EMAIL"             TO W-VINCULO
               WHEN W-REVOGOU-TELEFONE = "S"
                   MOVE "TELEFONE"          TO W-VINCULO
               WHEN OTHER
                   MOVE "SEM CONSENTIMENTO" TO W-VINCULO
           END-EVALUATE
           MOVE "C" TO SLG-VINCULO-TIPO
           PERFORM BAIXAR-SOLICITACAO.

      *    DEVOLVE "S" EM W-SIT-CONSENT SE O CANAL FOI REVOGADO.
       REVOGAR-CANAL.
           CALL "PGM64" USING "C" SLG-CPF W-CANAL-CONSENT
                W-SIT-CONSENT W-DATA-CONSENT WS-OPERADOR-LOGADO
           IF  W-SIT-CONSENT = "G"
               MOVE "V" TO W-SIT-CONSENT
               CALL "PGM64" USING "G" SLG-CPF W-CANAL-CONSENT
                    W-SIT-CONSENT W-DATA-CONSENT WS-OPERADOR-LOGADO
               MOVE "S" TO W-SIT-CONSENT
           ELSE
               MOVE "N" TO W-SIT-CONSENT
           END-IF.

       INDEFERIR-SOLICITACAO.
           DISPLAY "JUSTIFICATIVA....:" AT 1710
           PERFORM WITH TEST AFTER UNTIL W-JUSTIFICATIVA NOT = SPACES
               ACCEPT W-JUSTIFICATIVA AT 1729 WITH UPPER AUTO
           END-PERFORM
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "N"             TO SLG-VINCULO-TIPO
           MOVE SPACES          TO W-VINCULO
           MOVE W-JUSTIFICATIVA TO SLG-JUSTIFICATIVA
           PERFORM BAIXAR-SOLICITACAO.

      *    SLG-VINCULO-TIPO JA VEM PREENCHIDO; O INDEFERIMENTO E O
      *    UNICO QUE ENCERRA COMO "N".
       BAIXAR-SOLICITACAO.
           MOVE W-VINCULO          TO SLG-VINCULO
           MOVE WS-OPERADOR-LOGADO TO SLG-RESPONSAVEL
           MOVE WS-DATA-SIST-NUM   TO SLG-DATA-RESPOSTA
           IF  SLG-VINC-NENHUM
               MOVE "N" TO SLG-SITUACAO
           ELSE
               MOVE "T" TO SLG-SITUACAO
           END-IF
           REWRITE REG-SOLIC-LGPD
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
           IF  SLG-INDEFERIDA
               DISPLAY "PEDIDO INDEFERIDO" AT 2421
           ELSE
               DISPLAY "PEDIDO ATENDIDO" AT 2421
           END-IF
           END-IF.

       RECEBER-CONFIRMACAO.
           DISPLAY "CONFIRMA? (S/N)..:" AT 1910
           MOVE SPACE TO W-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 1929 WITH UPPER AUTO
           END-PERFORM.

       EDITAR-DATA.
           MOVE W-DATA-EDICAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-EDICAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-EDICAO (1:4) TO W-DATA-EXIBICAO (7:4).

       EXIBIR-ERRO-GRAVACAO.
           DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO
                   AT 2421 WITH FOREGROUND-COLOR 4.

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2235 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC

               IF  OPC-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       FINALIZACAO.
           IF  W-ARQUIVO-ABERTO = "S"
               CLOSE ARQ-SOLIC-LGPD
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

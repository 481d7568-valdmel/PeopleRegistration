      *    TRILHA via PGM05 COM O APROVADOR COMO OPERADOR; O
      *    SOLICITANTE FICA REGISTRADO EM DEFINITIVO NO PROPRIO
      *    ARQUIVO DE APROVACOES, JUNTO COM O VEREDITO E A DATA.
      *    A SUSPENSAO ("U") E O CANCELAMENTO ("K") DO BENEFICIO POR
      *    CONDICIONALIDADE, PEDIDOS PELA CARGA MENSAL (PGM91), NAO
      *    MEXEM NO CADASTRO: A EFETIVACAO MUDA O ESTAGIO DA FAMILIA
      *    EM SANCOES.DAT (SUSPENSAO ATE O FIM DO MES SEGUINTE,
      *    CANCELAMENTO DEFINITIVO), QUE A APURACAO (PGM51) APLICA;
      *    A REJEICAO SO LIMPA O PEDIDO E A FAMILIA FICA NO BLOQUEIO.
      *    O VEREDITO DE UMA ANONIMIZACAO QUE RESPONDE PEDIDO DE
      *    ELIMINACAO DO TITULAR (LGPD) ENCERRA O PEDIDO NO REGISTRO
      *    DO PGM109 -- ATENDIDO OU INDEFERIDO (PGM110).
      *    A FILA E APRESENTADA POR IDADE, A MAIS ANTIGA PRIMEIRO
      *    (CLASSIFICADA PELA DATA/HORA DA SOLICITACAO), COM O TOTAL
      *    DE PENDENTES E DE VENCIDAS NO ALTO DA TELA; CADA
      *    SOLICITACAO MOSTRA A IDADE EM DIAS E O PRAZO DA DECISAO
      *    (PGM120), E A VENCIDA SAI DESTACADA COM OS DIAS DE ATRASO.
      *    SOLICITACAO DECIDIDA POR OUTRO SUPERVISOR DEPOIS DA
      *    CLASSIFICACAO E RELIDA E SALTADA.
      *    CHAMADO PELO PGM00 NO SUBMENU SUPERVISAO.
      *
       ENVIRONMENT DIVISION.

           COPY CPYSELAP REPLACING STATUS-FIELD BY CODERRO-APR.

           COPY CPYSELES REPLACING STATUS-FIELD BY CODERRO-EST.

           SELECT ARQ-ORDEM ASSIGN TO "C:\TEMP\APROVACO.SRT".

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYAPROV.

       FD  ARQ-ESTAGIOS
           LABEL  RECORD  STANDARD.
       COPY CPYESTAG.

       SD  ARQ-ORDEM.
       01  REG-ORDEM.
           05  ORD-DATA-HORA       PIC 9(14).
           05  ORD-CPF             PIC X(11).

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-APR  PIC X(2) VALUE SPACES.
       77  CODERRO-EST  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "A" "R" "P" "N".
       01  W-FIM-FILA          PIC X VALUE "N".
           88  FIM-FILA            VALUE "S".
       01  W-FIM-ORDEM         PIC X VALUE "N".
       01  W-ACHOU-PENDENTE    PIC X VALUE "N".
       01  W-CONT-PENDENTES    PIC 9(5) VALUE ZEROS.
       01  W-CONT-VENCIDAS     PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-IDADE       PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-ATRASO      PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-QTD         PIC 9(5) VALUE ZEROS.
       01  W-DIAS-EDITADO      PIC ZZZZ9.
       01  W-DATA-EDITADA      PIC X(10) VALUE SPACES.
       01  W-REG-ANTES         PIC X(202) VALUE SPACES.
       01  W-EFETIVADA         PIC X VALUE "N".
       01  W-CONT-APROVADAS    PIC 9(4) VALUE ZEROS.
       01  W-CONT-REJEITADAS   PIC 9(4) VALUE ZEROS.
       01  W-CONT-PULADAS      PIC 9(4) VALUE ZEROS.
       01  W-SEM-ESTAGIOS      PIC X VALUE "N".
       01  W-ANO-EFEITO        PIC 9(4) VALUE ZEROS.
       01  W-MES-EFEITO        PIC 9(2) VALUE ZEROS.
       01  W-VINCULO-LGPD      PIC X(20) VALUE SPACES.
       01  W-SITUACAO-LGPD     PIC X VALUE SPACE.
       01  W-RETORNO-LGPD      PIC XX VALUE SPACES.
       01  W-PROTOCOLO-LGPD    PIC 9(9) VALUE ZEROS.

       COPY CPYOPERA.


           PERFORM   INICIALIZACAO.
           IF  W-FIM-FILA NOT = "S"
               SORT ARQ-ORDEM
                   ON ASCENDING KEY ORD-DATA-HORA ORD-CPF
                   INPUT  PROCEDURE SELECIONAR-PENDENTES
                   OUTPUT PROCEDURE PERCORRER-FILA
           END-IF.
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.
                       MOVE "S" TO W-FIM-FILA
               END-START
           END-IF.
      *    SEM SANCOES.DAT A CARGA DE CONDICIONALIDADES NUNCA RODOU:
      *    SO AS SOLICITACOES DELA FICAM SEM EFETIVACAO.
           OPEN I-O ARQ-ESTAGIOS.
           IF  CODERRO-EST NOT = "00"
               MOVE "S" TO W-SEM-ESTAGIOS
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - SO AS PENDENTES, CONTANDO AS
      *    VENCIDAS PARA O ALTO DA TELA
      *    ----------------------------------------------------------
       SELECIONAR-PENDENTES.
           PERFORM LER-REGISTRO-FILA
           PERFORM LIBERAR-PENDENTE UNTIL FIM-FILA.

       LIBERAR-PENDENTE.
           IF  APR-PENDENTE
               ADD 1 TO W-CONT-PENDENTES
               PERFORM CALCULAR-PRAZO
               IF  W-PRAZO-ATRASO > ZEROS
                   ADD 1 TO W-CONT-VENCIDAS
               END-IF
               MOVE APR-DATA-HORA TO ORD-DATA-HORA
               MOVE APR-CPF       TO ORD-CPF
               RELEASE REG-ORDEM
           END-IF
           PERFORM LER-REGISTRO-FILA.

       CALCULAR-PRAZO.
           CALL "PGM120" USING "I" APR-OPERACAO APR-DATA-HORA
                APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                W-PRAZO-QTD.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - A DECISAO, DA MAIS ANTIGA PARA A
      *    MAIS NOVA
      *    ----------------------------------------------------------
       PERCORRER-FILA.
           PERFORM LER-PENDENTE
           PERFORM TRATAR-PENDENTE
                   UNTIL W-FIM-ORDEM = "S" OR OPC = "N".

      *    AVANCA ATE A PROXIMA SOLICITACAO AINDA PENDENTE (UMA
      *    PRIMEIRA LEITURA INCONDICIONAL E DEPOIS O SALTO DAS JA
      *    DECIDIDAS).
       LER-PENDENTE.
           PERFORM RETORNAR-ORDEM
           PERFORM RETORNAR-ORDEM
                   UNTIL W-FIM-ORDEM = "S" OR W-ACHOU-PENDENTE = "S".

       RETORNAR-ORDEM.
           MOVE "N" TO W-ACHOU-PENDENTE
           IF  W-FIM-ORDEM NOT = "S"
               RETURN ARQ-ORDEM
                   AT END
                       MOVE "S" TO W-FIM-ORDEM
               END-RETURN
           END-IF
           IF  W-FIM-ORDEM NOT = "S"
               MOVE ORD-CPF       TO APR-CPF
               MOVE ORD-DATA-HORA TO APR-DATA-HORA
               READ ARQ-APROVACOES
               IF  CODERRO-APR = "00" AND APR-PENDENTE
                   MOVE "S" TO W-ACHOU-PENDENTE
               END-IF
           END-IF.

       LER-REGISTRO-FILA.
           IF  W-FIM-FILA NOT = "S"
           ELSE
           IF  APR-OP-SUSPENSAO
               DISPLAY "SUSPENSAO (NAO RECADASTRADO)" AT 1118
           ELSE
           IF  APR-OP-SUSP-CONDIC
               DISPLAY "SUSPENSAO DO BENEFICIO (CONDICIONALIDADE)"
                       AT 1118
           ELSE
           IF  APR-OP-CANC-CONDIC
               DISPLAY "CANCELAMENTO DO BENEFICIO (CONDICIONALIDADE)"
                       AT 1118
           ELSE
               DISPLAY "ANONIMIZACAO (IRREVERSIVEL)" AT 1118
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY "SOLICITANTE:" AT 1205
           DISPLAY APR-SOLICITANTE AT 1218
           DISPLAY "MOTIVO     :" AT 1305
           DISPLAY APR-MOTIVO AT 1318
           DISPLAY "SOLICITADA :" AT 1405
           DISPLAY APR-DATA-HORA AT 1418
           PERFORM EXIBIR-PRAZO

           MOVE APR-CPF TO CPF
           READ ARQ-PESSOAS
               DISPLAY ")" AT 1540
           END-IF.

      *    IDADE E PRAZO DA SOLICITACAO; A VENCIDA EM DESTAQUE.
       EXIBIR-PRAZO.
           DISPLAY "PENDENTES:" AT 0905
           DISPLAY W-CONT-PENDENTES AT 0916
           DISPLAY "VENCIDAS:" AT 0923
           DISPLAY W-CONT-VENCIDAS AT 0933 WITH FOREGROUND-COLOR 4
           DISPLAY "(MAIS ANTIGA PRIMEIRO)" AT 0940
           PERFORM CALCULAR-PRAZO
           MOVE W-PRAZO-IDADE TO W-DIAS-EDITADO
           DISPLAY "IDADE:" AT 1434
           DISPLAY W-DIAS-EDITADO AT 1441
           DISPLAY "DIAS" AT 1447
           MOVE APR-DATA-LIMITE (7:2) TO W-DATA-EDITADA (1:2)
           MOVE "/"                   TO W-DATA-EDITADA (3:1)
           MOVE APR-DATA-LIMITE (5:2) TO W-DATA-EDITADA (4:2)
           MOVE "/"                   TO W-DATA-EDITADA (6:1)
           MOVE APR-DATA-LIMITE (1:4) TO W-DATA-EDITADA (7:4)
           DISPLAY "PRAZO      :" AT 1705
           DISPLAY W-DATA-EDITADA AT 1718
           IF  W-PRAZO-ATRASO > ZEROS
               MOVE W-PRAZO-ATRASO TO W-DIAS-EDITADO
               DISPLAY "VENCIDA HA" AT 1731 WITH FOREGROUND-COLOR 4
               DISPLAY W-DIAS-EDITADO AT 1742 WITH FOREGROUND-COLOR 4
               DISPLAY "DIAS" AT 1748 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "NO PRAZO" AT 1731
           END-IF.

       RECEBER-DECISAO.
           DISPLAY "A=APROVAR  R=REJEITAR  P=PULAR  N=SAIR :" AT 1910
           MOVE SPACE TO OPC
           ELSE
           IF  APR-OP-SUSPENSAO
               PERFORM EFETIVAR-SUSPENSAO
           ELSE
           IF  APR-OP-SUSP-CONDIC OR APR-OP-CANC-CONDIC
               PERFORM EFETIVAR-SANCAO-CONDIC
           ELSE
               PERFORM EFETIVAR-ANONIMIZACAO
           END-IF
           END-IF
           END-IF
           IF  W-EFETIVADA = "S"
               PERFORM BAIXAR-SOLICITACAO-APROVADA
               ADD 1 TO W-CONT-APROVADAS
           END-IF
           END-IF.

      *    SUSPENSAO: SEM PAGAMENTO ATE O FIM DO MES SEGUINTE AO DA
      *    DECISAO. CANCELAMENTO: O PGM51 CANCELA AS INSCRICOES NOS
      *    PROGRAMAS COM CONDICIONALIDADE NA PROXIMA APURACAO.
       EFETIVAR-SANCAO-CONDIC.
           PERFORM LER-ESTAGIO
           IF  CODERRO-EST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF  APR-OP-SUSP-CONDIC
               MOVE WS-ANO-SIST TO W-ANO-EFEITO
               COMPUTE W-MES-EFEITO = WS-MES-SIST + 1
               IF  W-MES-EFEITO > 12
                   MOVE 1 TO W-MES-EFEITO
                   ADD 1 TO W-ANO-EFEITO
               END-IF
               MOVE "S" TO EST-ESTAGIO
               COMPUTE EST-FIM-EFEITO = W-ANO-EFEITO * 100
                                      + W-MES-EFEITO
           ELSE
               MOVE "C" TO EST-ESTAGIO
           END-IF
           PERFORM REGRAVAR-ESTAGIO
           IF  CODERRO-EST = "00"
               MOVE "S" TO W-EFETIVADA
           END-IF.

       LER-ESTAGIO.
           IF  W-SEM-ESTAGIOS = "S"
               MOVE "35" TO CODERRO-EST
               DISPLAY "SANCOES.DAT INDISPONIVEL" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE APR-CPF TO EST-CPF-TITULAR
           READ ARQ-ESTAGIOS
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ESTAGIO DA FAMILIA NAO ENCONTRADO - STATUS "
                       CODERRO-EST AT 2421
           END-IF.

       REGRAVAR-ESTAGIO.
           MOVE SPACE              TO EST-PEDIDO-PENDENTE
           MOVE WS-ANO-SIST        TO EST-DATA-ALTERACAO (1:4)
           MOVE WS-MES-SIST        TO EST-DATA-ALTERACAO (5:2)
           MOVE WS-DIA-SIST        TO EST-DATA-ALTERACAO (7:2)
           MOVE WS-OPERADOR-LOGADO TO EST-OPERADOR
           REWRITE REG-ESTAGIOS
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ERRO AO REGRAVAR ESTAGIO - STATUS "
                       CODERRO-EST AT 2421 WITH FOREGROUND-COLOR 4
           END-IF.

       BAIXAR-SOLICITACAO-APROVADA.
           MOVE "A" TO APR-SITUACAO
           PERFORM CARIMBAR-DECISAO
               STOP  "    <ENTER> PARA CONTINUAR"
           ELSE
               DISPLAY "SOLICITACAO EFETIVADA" AT 2421
               IF  APR-OP-ANONIMIZACAO
                   MOVE "T" TO W-SITUACAO-LGPD
                   PERFORM ENCERRAR-SOLICITACAO-LGPD
               END-IF
           END-IF.

      *    REJEITADA A SANCAO DE CONDICIONALIDADE, A FAMILIA FICA NO
      *    BLOQUEIO EM QUE ESTAVA E O PROXIMO DESCUMPRIMENTO PEDE DE
      *    NOVO.
       REJEITAR-SOLICITACAO.
           IF  APR-OP-SUSP-CONDIC OR APR-OP-CANC-CONDIC
               PERFORM LER-ESTAGIO
               IF  CODERRO-EST = "00"
                   PERFORM REGRAVAR-ESTAGIO
               END-IF
           END-IF
           MOVE "R" TO APR-SITUACAO
           PERFORM CARIMBAR-DECISAO
           REWRITE REG-APROVACOES
           ELSE
               ADD 1 TO W-CONT-REJEITADAS
               DISPLAY "SOLICITACAO REJEITADA" AT 2421
               IF  APR-OP-ANONIMIZACAO
                   MOVE "N" TO W-SITUACAO-LGPD
                   PERFORM ENCERRAR-SOLICITACAO-LGPD
               END-IF
           END-IF.

      *    A ANONIMIZACAO PEDIDA SEM PROTOCOLO LGPD NAO TEM PEDIDO A
      *    ENCERRAR ("23" NAO E ERRO).
       ENCERRAR-SOLICITACAO-LGPD.
           MOVE APR-DATA-HORA TO W-VINCULO-LGPD
           CALL "PGM110" USING "F" W-PROTOCOLO-LGPD APR-CPF "F"
                W-VINCULO-LGPD W-SITUACAO-LGPD WS-OPERADOR-LOGADO
                W-RETORNO-LGPD
           IF  W-RETORNO-LGPD NOT = "00" AND W-RETORNO-LGPD NOT = "23"
               DISPLAY "ERRO AO ENCERRAR PEDIDO LGPD - STATUS "
                       W-RETORNO-LGPD AT 2040 WITH FOREGROUND-COLOR 4
           END-IF.

       CARIMBAR-DECISAO.

       FINALIZACAO.
           CLOSE ARQ-APROVACOES.
           IF  W-SEM-ESTAGIOS NOT = "S"
               CLOSE ARQ-ESTAGIOS
           END-IF.
           DISPLAY "APROVADAS: " AT 2301
           DISPLAY W-CONT-APROVADAS AT 2312
           DISPLAY "REJEITADAS: " AT 2320

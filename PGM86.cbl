       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM86  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    MANUTENCAO DA CONTA BANCARIA DE CREDITO DO TITULAR
      *    (CONTABAN.DAT, LAYOUT CPYCONTA). FUNCOES:
      *      I - INCLUI A CONTA DE UM TITULAR ATIVO;
      *      A - ALTERA A CONTA (BANCO, AGENCIA, CONTA, TIPO);
      *      C - CONSULTA;
      *      L - TRABALHA A LISTA DE CONTAS RECUSADAS PELO BANCO
      *          (CONTAREJ.WRK, ACRESCENTADA PELO PGM53): PERCORRE
      *          AS PENDENCIAS, DEIXA CORRIGIR A CONTA E MARCA O ITEM
      *          COMO RESOLVIDO (REWRITE NO SEQUENCIAL, COMO O PGM30).
      *    OS DIGITOS VERIFICADORES DE AGENCIA (SE INFORMADO) E DE
      *    CONTA SAO CONFERIDOS PELO PGM87, A MESMA REGRA QUE A
      *    REMESSA (PGM52) APLICA. TODA GRAVACAO E CARIMBADA COM O
      *    OPERADOR E A DATA, VOLTA A CONTA A SITUACAO "V" (VALIDA)
      *    E FICA NA TRILHA DE AUDITORIA COMO OPERACAO "B" VIA PGM05
      *    (IMAGENS ANTES/DEPOIS DA PESSOA IGUAIS, COMO A "N" DO
      *    PGM74). CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELCB REPLACING STATUS-FIELD BY CODERRO-CTA.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\CONTAREJ.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-TRB.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-CONTAS
           LABEL  RECORD  STANDARD.
       COPY CPYCONTA.

       FD  ARQ-TRABALHO
           LABEL  RECORD  STANDARD.
       COPY CPYCTREJ.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-CTA  PIC X(2) VALUE SPACES.
       77  CODERRO-TRB  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "I" "A" "C" "L".
           88  FUNCAO-INCLUIR   VALUE "I".
           88  FUNCAO-ALTERAR   VALUE "A".
           88  FUNCAO-CONSULTAR VALUE "C".
           88  FUNCAO-LISTA     VALUE "L".
       77  W-DECISAO  PIC X VALUE SPACE.
           88  DECISAO-OK  VALUE "C" "P" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-CPF-TITULAR       PIC X(11) VALUE SPACES.
       01  W-CONTA-EXISTE      PIC X  VALUE "N".
       01  W-TITULAR-OK        PIC X  VALUE "N".
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".
       01  W-FIM-TRABALHO      PIC X  VALUE "N".
           88  FIM-TRABALHO        VALUE "S".
       01  W-CONTA-GRAVADA     PIC X  VALUE "N".
       01  W-CONT-CORRIGIDOS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-PULADOS      PIC 9(6) VALUE ZEROS.
       01  W-NUMERO-DV         PIC 9(15) VALUE ZEROS.
       01  W-DV-VALIDO         PIC X  VALUE "N".
       01  W-DESCR-TIPO        PIC X(20) VALUE SPACES.
       01  W-DESCR-SITUACAO    PIC X(20) VALUE SPACES.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-REG-IMAGEM        PIC X(202) VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
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
               10 LINE 06 COLUMN 25 VALUE
               "CONTA BANCARIA DO TITULAR".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

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
      *    usa o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    O CADASTRO DE CONTAS E CRIADO VAZIO NO PRIMEIRO USO.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-CONTAS.
           IF  CODERRO-CTA = "35"
               OPEN OUTPUT ARQ-CONTAS
               CLOSE ARQ-CONTAS
               OPEN I-O ARQ-CONTAS
           END-IF.
           IF  CODERRO-CTA NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABAN.DAT - STATUS "
                       CODERRO-CTA AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           ELSE
               MOVE "S" TO W-ARQUIVO-ABERTO
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           IF  FUNCAO-LISTA
               PERFORM TRABALHAR-LISTA
               PERFORM FORMATAR-TELA
           ELSE
               PERFORM ROTINA-LEITURA
               PERFORM EXECUTAR-FUNCAO
           END-IF.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO CODERRO-CTA REG-CONTAS.
           MOVE SPACES TO W-CPF-TITULAR W-FUNCAO.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: I=INCLUIR A=ALTERAR C=CONSULTAR"
                    AT  1010.
           DISPLAY  "        L=LISTA DE CONTAS RECUSADAS"  AT  1110.
           PERFORM EXIBIR-ROTULOS.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       EXIBIR-ROTULOS.
           DISPLAY  "CPF DO TITULAR...:"  AT  1210.
           DISPLAY  "BANCO............:"  AT  1310.
           DISPLAY  "AGENCIA / DV.....:"  AT  1410.
           DISPLAY  "-"                   AT  1434.
           DISPLAY  "CONTA / DV.......:"  AT  1510.
           DISPLAY  "-"                   AT  1542.
           DISPLAY  "TIPO (C/P/S).....:"  AT  1610.
           DISPLAY  "SITUACAO.........:"  AT  1710.
           DISPLAY  "ULTIMA ALTERACAO.:"  AT  1810.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1050 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE I, A, C OU L" AT 2421
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL W-CPF-TITULAR NOT = SPACES
               ACCEPT W-CPF-TITULAR  AT 1229 WITH AUTO
           END-PERFORM
           PERFORM LOCALIZAR-TITULAR
           IF  W-TITULAR-OK = "S"
               PERFORM LOCALIZAR-CONTA
           END-IF.

      *    A CONTA SO E ACEITA PARA PESSOA ATIVA NO CADASTRO; A
      *    CONSULTA MOSTRA TAMBEM A CONTA DE QUEM JA SAIU.
       LOCALIZAR-TITULAR.
           MOVE "N" TO W-TITULAR-OK
           MOVE W-CPF-TITULAR TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO NOT = "00"
               DISPLAY "TITULAR NAO FOI ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY NOME AT 1245
               IF  PESSOA-ATIVA OR FUNCAO-CONSULTAR
                   MOVE "S" TO W-TITULAR-OK
               ELSE
                   DISPLAY "TITULAR NAO ESTA ATIVO" AT 2421
                           WITH FOREGROUND-COLOR 4
               END-IF
           END-IF.

       LOCALIZAR-CONTA.
           MOVE W-CPF-TITULAR TO CTA-CPF
           READ ARQ-CONTAS
           IF  CODERRO-CTA = "00"
               MOVE "S" TO W-CONTA-EXISTE
               PERFORM EXIBIR-DADOS-CONTA
           ELSE
               MOVE "N" TO W-CONTA-EXISTE
               INITIALIZE REG-CONTAS
               MOVE W-CPF-TITULAR TO CTA-CPF
               IF  CODERRO-CTA NOT = "23"
                   DISPLAY "ERRO DE E/S NA LEITURA - STATUS "
                           CODERRO-CTA AT 2421 WITH FOREGROUND-COLOR 4
               END-IF
           END-IF.

       EXIBIR-DADOS-CONTA.
           DISPLAY CTA-BANCO        AT 1329
           DISPLAY CTA-AGENCIA      AT 1429
           DISPLAY CTA-AGENCIA-DV   AT 1436
           DISPLAY CTA-NUMERO       AT 1529
           DISPLAY CTA-NUMERO-DV    AT 1544
           PERFORM EXIBIR-TIPO
           EVALUATE TRUE
               WHEN CTA-VALIDA
                   MOVE "VALIDA"              TO W-DESCR-SITUACAO
               WHEN CTA-RECUSADA
                   MOVE "RECUSADA PELO BANCO" TO W-DESCR-SITUACAO
               WHEN OTHER
                   MOVE SPACES                TO W-DESCR-SITUACAO
           END-EVALUATE
           DISPLAY W-DESCR-SITUACAO AT 1729
           MOVE CTA-DATA-ALTERACAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                      TO W-DATA-EXIBICAO (3:1)
           MOVE CTA-DATA-ALTERACAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                      TO W-DATA-EXIBICAO (6:1)
           MOVE CTA-DATA-ALTERACAO (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DATA-EXIBICAO  AT 1829
           DISPLAY "POR"            AT 1841
           DISPLAY CTA-OPERADOR     AT 1845.

       EXIBIR-TIPO.
           EVALUATE TRUE
               WHEN CTA-CORRENTE
                   MOVE "CORRENTE"             TO W-DESCR-TIPO
               WHEN CTA-POUPANCA
                   MOVE "POUPANCA"             TO W-DESCR-TIPO
               WHEN CTA-SOCIAL-DIGITAL
                   MOVE "CONTA SOCIAL DIGITAL" TO W-DESCR-TIPO
               WHEN OTHER
                   MOVE SPACES                 TO W-DESCR-TIPO
           END-EVALUATE
           DISPLAY W-DESCR-TIPO AT 1632.

       EXECUTAR-FUNCAO.
           IF  W-TITULAR-OK NOT = "S"
            OR (CODERRO-CTA NOT = "00" AND CODERRO-CTA NOT = "23")
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-CONSULTAR
               IF  W-CONTA-EXISTE = "N"
                   DISPLAY "TITULAR SEM CONTA CADASTRADA" AT 2421
                           WITH FOREGROUND-COLOR 4
               END-IF
           ELSE
           IF  FUNCAO-INCLUIR AND W-CONTA-EXISTE = "S"
               DISPLAY "TITULAR JA TEM CONTA - USE A FUNCAO A"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
           IF  FUNCAO-ALTERAR AND W-CONTA-EXISTE = "N"
               DISPLAY "TITULAR SEM CONTA - USE A FUNCAO I"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM RECEBER-DADOS-CONTA
               PERFORM GRAVAR-CONTA
           END-IF
           END-IF
           END-IF.

      *    CADA CAMPO SO PASSA ADIANTE QUANDO VALIDO: AGENCIA E CONTA
      *    COM O DV CONFERIDO PELO PGM87 (O DV DA AGENCIA PODE FICAR
      *    EM BRANCO; O DA CONTA E OBRIGATORIO).
       RECEBER-DADOS-CONTA.
           PERFORM WITH TEST AFTER UNTIL CTA-BANCO > ZEROS
               ACCEPT CTA-BANCO  AT 1329 WITH UPDATE AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL CTA-AGENCIA > ZEROS
               ACCEPT CTA-AGENCIA  AT 1429 WITH UPDATE AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL W-DV-VALIDO = "S"
               ACCEPT CTA-AGENCIA-DV  AT 1436 WITH UPDATE UPPER AUTO
               IF  CTA-AGENCIA-DV = SPACE
                   MOVE "S" TO W-DV-VALIDO
               ELSE
                   MOVE CTA-AGENCIA TO W-NUMERO-DV
                   CALL "PGM87" USING W-NUMERO-DV CTA-AGENCIA-DV
                                      W-DV-VALIDO
               END-IF
               IF  W-DV-VALIDO = "S"
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DV DA AGENCIA NAO CONFERE!" AT 2421
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL CTA-NUMERO > ZEROS
               ACCEPT CTA-NUMERO  AT 1529 WITH UPDATE AUTO
           END-PERFORM
           MOVE "N" TO W-DV-VALIDO
           PERFORM WITH TEST AFTER UNTIL W-DV-VALIDO = "S"
               ACCEPT CTA-NUMERO-DV  AT 1544 WITH UPDATE UPPER AUTO
               MOVE CTA-NUMERO TO W-NUMERO-DV
               CALL "PGM87" USING W-NUMERO-DV CTA-NUMERO-DV
                                  W-DV-VALIDO
               IF  W-DV-VALIDO = "S"
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DV DA CONTA NAO CONFERE!" AT 2421
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL CTA-TIPO-OK
               ACCEPT CTA-TIPO  AT 1629 WITH UPDATE UPPER AUTO
               IF  CTA-TIPO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "C=CORRENTE P=POUPANCA S=SOCIAL DIGITAL"
                           AT 2421
               END-IF
           END-PERFORM
           PERFORM EXIBIR-TIPO.

       GRAVAR-CONTA.
           MOVE "N"                TO W-CONTA-GRAVADA
           MOVE "V"                TO CTA-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO CTA-DATA-ALTERACAO
           MOVE WS-OPERADOR-LOGADO TO CTA-OPERADOR
           IF  W-CONTA-EXISTE = "S"
               REWRITE REG-CONTAS
           ELSE
               WRITE REG-CONTAS
           END-IF
           IF  CODERRO-CTA NOT = "00"
               DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO-CTA
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               MOVE "S" TO W-CONTA-GRAVADA W-CONTA-EXISTE
               MOVE REG-PESSOAS TO W-REG-IMAGEM
               CALL "PGM05" USING "B" CTA-CPF WS-OPERADOR-LOGADO
                                  W-REG-IMAGEM W-REG-IMAGEM
               PERFORM EXIBIR-DADOS-CONTA
               DISPLAY "CONTA GRAVADA" AT 2421
           END-IF.

      *    LISTA DE CONTAS RECUSADAS: MESMO PERCURSO DO PGM30 --
      *    PULA AS JA RESOLVIDAS, E A CADA PENDENCIA O ATENDENTE
      *    CORRIGE (C), PULA (P) OU ENCERRA A LISTA (N).
       TRABALHAR-LISTA.
           MOVE "N" TO W-FIM-TRABALHO W-DECISAO
           OPEN I-O ARQ-TRABALHO.
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "NENHUMA CONTA RECUSADA PELO BANCO - STATUS "
                       CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-TRABALHO
           PERFORM TRATAR-PENDENCIA
                   UNTIL FIM-TRABALHO OR W-DECISAO = "N"
           CLOSE ARQ-TRABALHO
           DISPLAY TELA01
           DISPLAY "CONTAS CORRIGIDAS:" AT 1210
           DISPLAY W-CONT-CORRIGIDOS    AT 1229
           DISPLAY "PENDENCIAS PULADAS:" AT 1310
           DISPLAY W-CONT-PULADOS       AT 1329
           DISPLAY "FIM DA LISTA - TECLE <ENTER>" AT 2421
           STOP " ".

       LER-TRABALHO.
           PERFORM LER-REGISTRO-LISTA
           PERFORM LER-REGISTRO-LISTA
                   UNTIL FIM-TRABALHO OR REJ-PENDENTE.

       LER-REGISTRO-LISTA.
           IF  W-FIM-TRABALHO NOT = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO W-FIM-TRABALHO
               END-READ
           END-IF.

       TRATAR-PENDENCIA.
           PERFORM EXIBIR-PENDENCIA
           PERFORM RECEBER-DECISAO
           IF  W-DECISAO = "C"
               PERFORM CORRIGIR-CONTA
           ELSE
           IF  W-DECISAO = "P"
               ADD 1 TO W-CONT-PULADOS
           END-IF
           END-IF
           IF  W-DECISAO NOT = "N"
               PERFORM LER-TRABALHO
           END-IF.

       EXIBIR-PENDENCIA.
           INITIALIZE REG-CONTAS
           DISPLAY TELA01
           PERFORM EXIBIR-ROTULOS
           DISPLAY "PROGRAMA:"   AT 1010
           DISPLAY REJ-PROGRAMA  AT 1020
           DISPLAY "RECUSA EM:"  AT 1030
           MOVE REJ-DATA (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"            TO W-DATA-EXIBICAO (3:1)
           MOVE REJ-DATA (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"            TO W-DATA-EXIBICAO (6:1)
           MOVE REJ-DATA (1:4) TO W-DATA-EXIBICAO (7:4)
           DISPLAY W-DATA-EXIBICAO AT 1041
           DISPLAY "MOTIVO:"     AT 1110
           DISPLAY REJ-MOTIVO    AT 1120
           MOVE REJ-CPF TO W-CPF-TITULAR
           DISPLAY W-CPF-TITULAR AT 1229
           PERFORM LOCALIZAR-TITULAR
           IF  W-TITULAR-OK = "S"
               PERFORM LOCALIZAR-CONTA
           END-IF
           DISPLAY "C=CORRIGIR P=PULAR N=ENCERRAR:" AT 2110.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2142 WITH UPPER AUTO
               IF  DECISAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE C, P OU N" AT 2421
               END-IF
           END-PERFORM
           IF  W-DECISAO = "C" AND W-TITULAR-OK NOT = "S"
               DISPLAY "TITULAR INATIVO - PENDENCIA PULADA" AT 2421
                       WITH FOREGROUND-COLOR 4
               STOP " "
               MOVE "P" TO W-DECISAO
           END-IF.

       CORRIGIR-CONTA.
           PERFORM RECEBER-DADOS-CONTA
           PERFORM GRAVAR-CONTA
           IF  W-CONTA-GRAVADA = "S"
               MOVE "S" TO REJ-RESOLVIDO
               REWRITE REG-CONTA-REJEITADA
               IF  CODERRO-TRB NOT = "00"
                   DISPLAY "ERRO AO BAIXAR PENDENCIA - STATUS "
                           CODERRO-TRB AT 2421 WITH FOREGROUND-COLOR 4
               ELSE
                   ADD 1 TO W-CONT-CORRIGIDOS
               END-IF
           END-IF
           STOP " ".

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
               CLOSE ARQ-CONTAS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM122  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    MANUTENCAO DA TABELA DE POSTOS DE ATENDIMENTO (POSTOS.DAT,
      *    LAYOUT CPYPOSTO): O BALCAO DO CENTRO E OS BALCOES DE
      *    BAIRRO, CADA UM COM CODIGO, NOME, ENDERECO E O SUPERVISOR
      *    RESPONSAVEL. O SUPERVISOR TEM DE SER UM LOGIN ATIVO COM
      *    PERMISSAO DE SUPERVISOR NO CADASTRO DE OPERADORES: E ELE
      *    QUEM ASSINA O FECHAMENTO DIARIO DO MOVIMENTO DO POSTO
      *    (PGM80). E DAQUI QUE O PGM15 TIRA O POSTO DE CADA
      *    OPERADOR. UM POSTO NAO E REMOVIDO: NA ALTERACAO A SITUACAO
      *    PODE PASSAR A "I" (INATIVO) E ELE DEIXA DE RECEBER
      *    OPERADORES. CADA GRAVACAO E CARIMBADA COM O OPERADOR E A
      *    DATA. CHAMADO PELO PGM00 NO SUBMENU SUPERVISAO (SO
      *    SUPERVISOR), MESMO PADRAO DE TELA DO PGM99.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPS REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELOP REPLACING STATUS-FIELD BY CODERRO-OPE.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-POSTOS
           LABEL  RECORD  STANDARD.
       COPY CPYPOSTO.

       FD  ARQ-OPERADORES IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYREGOP.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-OPE  PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "I" "A" "C".
           88  FUNCAO-INCLUIR   VALUE "I".
           88  FUNCAO-ALTERAR   VALUE "A".
           88  FUNCAO-CONSULTAR VALUE "C".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-SUPERVISOR-VALIDO PIC X  VALUE "N".
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
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
               "POSTOS DE ATENDIMENTO".
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

       INICIALIZACAO.
      *    NA PRIMEIRA EXECUCAO A TABELA AINDA NAO EXISTE: E CRIADA
      *    VAZIA AQUI, COMO O PGM99 FAZ COM OS TERRITORIOS.
      *    ARQ-OPERADORES JA VEM ABERTO PELO PGM00 (FD IS EXTERNAL),
      *    COMO NO PGM15; AQUI ELE SO E LIDO PARA CONFERIR O
      *    SUPERVISOR DO POSTO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-POSTOS.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-POSTOS
               CLOSE ARQ-POSTOS
               OPEN I-O ARQ-POSTOS
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR POSTOS.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           PERFORM   ROTINA-LEITURA.
           PERFORM   EXECUTAR-FUNCAO.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-POSTOS.
           MOVE SPACES TO W-FUNCAO.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: I=INCLUIR A=ALTERAR C=CONSULTAR"
                    AT  1010.
           DISPLAY  "POSTO (CODIGO):"     AT  1210.
           DISPLAY  "NOME:"               AT  1310.
           DISPLAY  "ENDERECO:"           AT  1410.
           DISPLAY  "BAIRRO:"             AT  1510.
           DISPLAY  "SUPERVISOR (LOGIN):" AT  1610.
           DISPLAY  "SITUACAO (A/I):"     AT  1710.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1050 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE I, A OU C" AT 2421
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL POS-CODIGO NOT = SPACES
               ACCEPT POS-CODIGO  AT 1226 WITH UPPER AUTO
           END-PERFORM

           READ ARQ-POSTOS
           IF  FUNCAO-INCLUIR
               IF  CODERRO = "00"
                   DISPLAY "POSTO JA CADASTRADO" AT 2421 WITH
                           FOREGROUND-COLOR 4
                   PERFORM EXIBIR-DADOS-POSTO
                   MOVE "98" TO CODERRO
               ELSE
               IF  CODERRO = "23"
                   MOVE "00" TO CODERRO
                   MOVE SPACES TO POS-NOME POS-ENDERECO POS-BAIRRO
                                  POS-SUPERVISOR
                   MOVE "A"    TO POS-SITUACAO
               ELSE
                   PERFORM EXIBIR-ERRO-LEITURA
               END-IF
               END-IF
           ELSE
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-LEITURA
               ELSE
                   PERFORM EXIBIR-DADOS-POSTO
               END-IF
           END-IF.

       EXIBIR-DADOS-POSTO.
           DISPLAY POS-NOME         AT 1321
           DISPLAY POS-ENDERECO     AT 1421
           DISPLAY POS-BAIRRO       AT 1521
           DISPLAY POS-SUPERVISOR   AT 1630
           DISPLAY POS-SITUACAO     AT 1726
           IF  POS-DATA-ALTERACAO NUMERIC
            AND POS-DATA-ALTERACAO > ZEROS
               MOVE POS-DATA-ALTERACAO (7:2) TO W-DATA-EXIBICAO (1:2)
               MOVE "/"                      TO W-DATA-EXIBICAO (3:1)
               MOVE POS-DATA-ALTERACAO (5:2) TO W-DATA-EXIBICAO (4:2)
               MOVE "/"                      TO W-DATA-EXIBICAO (6:1)
               MOVE POS-DATA-ALTERACAO (1:4) TO W-DATA-EXIBICAO (7:4)
               DISPLAY "ULTIMA ALTERACAO:" AT 1910
               DISPLAY W-DATA-EXIBICAO     AT 1928
               DISPLAY POS-OPERADOR        AT 1940
           END-IF.

       EXIBIR-ERRO-LEITURA.
           IF  CODERRO = "23"
               DISPLAY "POSTO NAO FOI ENCONTRADO" AT 2421 WITH
                       FOREGROUND-COLOR 4
           ELSE
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
           END-IF.

       EXECUTAR-FUNCAO.
           IF  CODERRO = "00"
               IF  FUNCAO-INCLUIR
                   PERFORM INCLUIR-POSTO
               ELSE
               IF  FUNCAO-ALTERAR
                   PERFORM ALTERAR-POSTO
               ELSE
                   CONTINUE
               END-IF
               END-IF
           END-IF.

       INCLUIR-POSTO.
           PERFORM RECEBER-DADOS-POSTO
           MOVE WS-OPERADOR-LOGADO TO POS-OPERADOR
           MOVE WS-DATA-SIST       TO POS-DATA-ALTERACAO

           WRITE REG-POSTOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "POSTO INCLUIDO" AT 2421
           END-IF.

      *    OS OPERADORES DE UM POSTO DESATIVADO NAO SAO TOCADOS AQUI:
      *    CONTINUAM CARIMBANDO O CODIGO ANTIGO ATE O SUPERVISOR OS
      *    MUDAR DE POSTO NO PGM15.
       ALTERAR-POSTO.
           PERFORM RECEBER-DADOS-POSTO
           PERFORM WITH TEST AFTER UNTIL POS-SITUACAO-OK
               ACCEPT POS-SITUACAO  AT  1726 WITH UPDATE UPPER AUTO
           END-PERFORM
           MOVE WS-OPERADOR-LOGADO TO POS-OPERADOR
           MOVE WS-DATA-SIST       TO POS-DATA-ALTERACAO
           REWRITE REG-POSTOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "POSTO ALTERADO" AT 2421
           END-IF.

       RECEBER-DADOS-POSTO.
           PERFORM WITH TEST AFTER UNTIL POS-NOME NOT = SPACES
               ACCEPT POS-NOME  AT  1321 WITH UPDATE UPPER
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL POS-ENDERECO NOT = SPACES
               ACCEPT POS-ENDERECO  AT  1421 WITH UPDATE UPPER
           END-PERFORM

           ACCEPT POS-BAIRRO  AT  1521 WITH UPDATE UPPER

           MOVE "N" TO W-SUPERVISOR-VALIDO
           PERFORM WITH TEST AFTER UNTIL W-SUPERVISOR-VALIDO = "S"
               ACCEPT POS-SUPERVISOR  AT  1630 WITH UPDATE UPPER AUTO
               PERFORM CONFERIR-SUPERVISOR
           END-PERFORM.

      *    QUEM ASSINA O FECHAMENTO DO POSTO TEM DE PODER ENTRAR NO
      *    SISTEMA COMO SUPERVISOR: LOGIN EXISTENTE, ATIVO E COM A
      *    PERMISSAO DE SUPERVISOR NO CADASTRO DE OPERADORES.
       CONFERIR-SUPERVISOR.
           DISPLAY W-BRANCO (1:30) AT 1640
           IF  POS-SUPERVISOR = SPACES
               DISPLAY "INFORME O LOGIN DO SUPERVISOR DO POSTO!"
                       AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE POS-SUPERVISOR TO OPE-LOGIN
           READ ARQ-OPERADORES
           IF  CODERRO-OPE NOT = "00"
               DISPLAY "LOGIN NAO CADASTRADO                    "
                       AT 2421
           ELSE
           IF  NOT OPERADOR-ATIVO
               DISPLAY "OPERADOR DESATIVADO                     "
                       AT 2421
           ELSE
           IF  OPE-PERM-SUPERVISOR NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO DE SUPERVISOR    "
                       AT 2421
           ELSE
               MOVE "S" TO W-SUPERVISOR-VALIDO
               DISPLAY OPE-NOME AT 1640
               DISPLAY W-BRANCO AT 2421
           END-IF
           END-IF
           END-IF.

       EXIBIR-ERRO-GRAVACAO.
           IF  CODERRO = "22"
               DISPLAY "REGISTRO DUPLICADO" AT 2421 WITH
                       FOREGROUND-COLOR 4
           ELSE
               DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
           END-IF.

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
           CLOSE ARQ-POSTOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

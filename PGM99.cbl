       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM99  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    MANUTENCAO DA TABELA DE TERRITORIOS DAS UNIDADES DE
      *    ATENDIMENTO (TERRITOR.DAT, LAYOUT CPYTERRI): CADA CRAS OU
      *    UBS TEM CODIGO, NOME, TIPO E O TERRITORIO QUE COBRE, EM
      *    ATE CINCO FAIXAS DE CEP E/OU ATE CINCO BAIRROS. E DAQUI
      *    QUE A ATRIBUICAO DE UNIDADE (PGM100) TIRA O TERRITORIO DE
      *    CADA FAMILIA. UMA UNIDADE NAO E REMOVIDA: NA ALTERACAO A
      *    SITUACAO PODE PASSAR A "I" (INATIVA) E ELA DEIXA DE
      *    RECEBER FAMILIAS NA PROXIMA ATRIBUICAO. CADA GRAVACAO E
      *    CARIMBADA COM O OPERADOR E A DATA. CHAMADO PELO PGM00 NO
      *    SUBMENU SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELTE REPLACING STATUS-FIELD BY CODERRO.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-TERRITORIOS
           LABEL  RECORD  STANDARD.
       COPY CPYTERRI.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "I" "A" "C".
           88  FUNCAO-INCLUIR   VALUE "I".
           88  FUNCAO-ALTERAR   VALUE "A".
           88  FUNCAO-CONSULTAR VALUE "C".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-IND               PIC 9(2) VALUE ZEROS.
       01  W-LINHA             PIC 9(2) VALUE ZEROS.
       01  W-FAIXA-VALIDA      PIC X  VALUE "N".
       01  W-TEM-TERRITORIO    PIC X  VALUE "N".

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
               "TERRITORIOS CRAS / UBS".
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
      *    VAZIA AQUI, COMO O PGM81 FAZ COM O CADASTRO DE PROGRAMAS.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-TERRITORIOS.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-TERRITORIOS
               CLOSE ARQ-TERRITORIOS
               OPEN I-O ARQ-TERRITORIOS
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR TERRITOR.DAT - STATUS " CODERRO
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
           INITIALIZE CODERRO REG-TERRITORIOS.
           MOVE SPACES TO W-FUNCAO.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: I=INCLUIR A=ALTERAR C=CONSULTAR"
                    AT  1010.
           DISPLAY  "UNIDADE (CODIGO):"   AT  1210.
           DISPLAY  "NOME:"               AT  1310.
           DISPLAY  "TIPO (C=CRAS U=UBS):" AT 1410.
           DISPLAY  "SITUACAO (A/I):"     AT  1440.
           DISPLAY  "FAIXAS DE CEP (INICIO / FIM)" AT 1510.
           DISPLAY  "BAIRROS"             AT  1545.
           DISPLAY  "(FIM ZERO = SO O CEP INICIAL)" AT 2110.
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
           PERFORM WITH TEST AFTER UNTIL TER-CODIGO NOT = SPACES
               ACCEPT TER-CODIGO  AT 1229 WITH UPPER AUTO
           END-PERFORM

           READ ARQ-TERRITORIOS
           IF  FUNCAO-INCLUIR
               IF  CODERRO = "00"
                   DISPLAY "UNIDADE JA CADASTRADA" AT 2421 WITH
                           FOREGROUND-COLOR 4
                   PERFORM EXIBIR-DADOS-UNIDADE
                   MOVE "98" TO CODERRO
               ELSE
               IF  CODERRO = "23"
                   MOVE "00" TO CODERRO
                   MOVE SPACES TO TER-NOME TER-TIPO TER-BAIRROS
                   MOVE ZEROS  TO TER-FAIXAS
                   MOVE "A"    TO TER-SITUACAO
               ELSE
                   PERFORM EXIBIR-ERRO-LEITURA
               END-IF
               END-IF
           ELSE
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-LEITURA
               ELSE
                   PERFORM EXIBIR-DADOS-UNIDADE
               END-IF
           END-IF.

       EXIBIR-DADOS-UNIDADE.
           DISPLAY TER-NOME         AT 1321
           DISPLAY TER-TIPO         AT 1431
           DISPLAY TER-SITUACAO     AT 1456
           PERFORM EXIBIR-FAIXA
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5.

       EXIBIR-FAIXA.
           COMPUTE W-LINHA = W-IND + 15
           DISPLAY TER-CEP-INICIO (W-IND)
                   AT LINE W-LINHA COLUMN 10
           DISPLAY "/" AT LINE W-LINHA COLUMN 20
           DISPLAY TER-CEP-FIM (W-IND)
                   AT LINE W-LINHA COLUMN 23
           DISPLAY TER-BAIRRO (W-IND)
                   AT LINE W-LINHA COLUMN 45.

       EXIBIR-ERRO-LEITURA.
           IF  CODERRO = "23"
               DISPLAY "UNIDADE NAO FOI ENCONTRADA" AT 2421 WITH
                       FOREGROUND-COLOR 4
           ELSE
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
           END-IF.

       EXECUTAR-FUNCAO.
           IF  CODERRO = "00"
               IF  FUNCAO-INCLUIR
                   PERFORM INCLUIR-UNIDADE
               ELSE
               IF  FUNCAO-ALTERAR
                   PERFORM ALTERAR-UNIDADE
               ELSE
                   CONTINUE
               END-IF
               END-IF
           END-IF.

       INCLUIR-UNIDADE.
           PERFORM RECEBER-DADOS-UNIDADE
           MOVE WS-OPERADOR-LOGADO TO TER-OPERADOR
           MOVE WS-DATA-SIST       TO TER-DATA-ALTERACAO

           WRITE REG-TERRITORIOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "UNIDADE INCLUIDA" AT 2421
           END-IF.

      *    AS FAMILIAS JA ATRIBUIDAS NAO SAO TOCADAS AQUI: A PROXIMA
      *    ATRIBUICAO (PGM100) REFAZ O SATELITE UNIDPESS.DAT INTEIRO
      *    COM O TERRITORIO NOVO.
       ALTERAR-UNIDADE.
           PERFORM RECEBER-DADOS-UNIDADE
           PERFORM WITH TEST AFTER UNTIL TER-SITUACAO-OK
               ACCEPT TER-SITUACAO  AT  1456 WITH UPDATE UPPER AUTO
           END-PERFORM
           MOVE WS-OPERADOR-LOGADO TO TER-OPERADOR
           MOVE WS-DATA-SIST       TO TER-DATA-ALTERACAO
           REWRITE REG-TERRITORIOS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "UNIDADE ALTERADA" AT 2421
           END-IF.

       RECEBER-DADOS-UNIDADE.
           PERFORM WITH TEST AFTER UNTIL TER-NOME NOT = SPACES
               ACCEPT TER-NOME  AT  1321 WITH UPDATE UPPER
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL TER-TIPO-OK
               ACCEPT TER-TIPO  AT  1431 WITH UPDATE UPPER AUTO
           END-PERFORM

      *    SEM NENHUMA FAIXA E NENHUM BAIRRO A UNIDADE NAO COBRIRIA
      *    FAMILIA ALGUMA: PEDE TUDO DE NOVO ATE TER TERRITORIO.
           PERFORM WITH TEST AFTER UNTIL W-TEM-TERRITORIO = "S"
               MOVE "N" TO W-TEM-TERRITORIO
               PERFORM RECEBER-FAIXA
                       VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5
               IF  W-TEM-TERRITORIO NOT = "S"
                   DISPLAY "INFORME AO MENOS UMA FAIXA OU UM BAIRRO!"
                           AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM.

      *    FAIXA COM FIM INFORMADO NUNCA TERMINA ANTES DO INICIO;
      *    FIM ZERO VALE SO PARA O PROPRIO CEP INICIAL.
       RECEBER-FAIXA.
           COMPUTE W-LINHA = W-IND + 15
           PERFORM WITH TEST AFTER UNTIL W-FAIXA-VALIDA = "S"
               ACCEPT TER-CEP-INICIO (W-IND)
                      AT LINE W-LINHA COLUMN 10 WITH UPDATE AUTO
               ACCEPT TER-CEP-FIM (W-IND)
                      AT LINE W-LINHA COLUMN 23 WITH UPDATE AUTO
               MOVE "S" TO W-FAIXA-VALIDA
               IF  TER-CEP-INICIO (W-IND) = ZEROS
                AND TER-CEP-FIM (W-IND) NOT = ZEROS
                   MOVE "N" TO W-FAIXA-VALIDA
               END-IF
               IF  TER-CEP-FIM (W-IND) NOT = ZEROS
                AND TER-CEP-FIM (W-IND) < TER-CEP-INICIO (W-IND)
                   MOVE "N" TO W-FAIXA-VALIDA
               END-IF
               IF  W-FAIXA-VALIDA NOT = "S"
                   DISPLAY "FAIXA DE CEP INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           ACCEPT TER-BAIRRO (W-IND)
                  AT LINE W-LINHA COLUMN 45 WITH UPDATE UPPER
           IF  TER-CEP-INICIO (W-IND) NOT = ZEROS
            OR TER-BAIRRO (W-IND) NOT = SPACES
               MOVE "S" TO W-TEM-TERRITORIO
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
           CLOSE ARQ-TERRITORIOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM81  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    MANUTENCAO DO CADASTRO-MESTRE DE PROGRAMAS DE BENEFICIO
      *    (PROGBEN.DAT, LAYOUT CPYPROGB). ANTES O CODIGO DO
      *    PROGRAMA ERA TEXTO LIVRE COMBINADO COM A SECRETARIA; AGORA
      *    CADA PROGRAMA TEM DESCRICAO, VALOR MENSAL, TETO DE RENDA
      *    PER CAPITA, FAIXA ETARIA, VIGENCIA E LIMITE DE VAGAS
      *    (INSCRICOES ATIVAS; ZERO = SEM LIMITE), SE EXIGE NIS E SE
      *    TEM CONDICIONALIDADES DE EDUCACAO E SAUDE, E E DAQUI QUE O
      *    BALCAO (PGM50), A APURACAO (PGM51) E A REMESSA AO BANCO
      *    (PGM52) TIRAM AS REGRAS E O VALOR. UM PROGRAMA NAO E
      *    REMOVIDO: ENCERRAR GRAVA PRB-SITUACAO "E" E O BALCAO DEIXA
      *    DE ACEITAR INSCRICOES NELE. CADA GRAVACAO E CARIMBADA COM
      *    O OPERADOR. CHAMADO PELO PGM00 NO SUBMENU SUPERVISAO (SO
      *    SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPB REPLACING STATUS-FIELD BY CODERRO.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PROGRAMAS
           LABEL  RECORD  STANDARD.
       COPY CPYPROGB.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "I" "A" "E" "C".
           88  FUNCAO-INCLUIR   VALUE "I".
           88  FUNCAO-ALTERAR   VALUE "A".
           88  FUNCAO-ENCERRAR  VALUE "E".
           88  FUNCAO-CONSULTAR VALUE "C".
       77  W-CONFIRMA  PIC X VALUE SPACE.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-FAIXA-VALIDA      PIC X  VALUE "N".
       01  W-DATA-VALIDA       PIC X  VALUE "N".
       01  W-DATA-CRITICA      PIC 9(8) VALUE ZEROS.
       01  W-ANO-CRIT          PIC 9(4) VALUE ZEROS.
       01  W-MES-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-DIA-CRIT          PIC 9(2) VALUE ZEROS.

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
               "PROGRAMAS DE BENEFICIO".
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
      *    NA PRIMEIRA EXECUCAO O CADASTRO AINDA NAO EXISTE: E
      *    CRIADO VAZIO AQUI, COMO O PGM00 FAZ COM ARQ-OPERADORES.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-PROGRAMAS.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-PROGRAMAS
               CLOSE ARQ-PROGRAMAS
               OPEN I-O ARQ-PROGRAMAS
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR PROGBEN.DAT - STATUS " CODERRO
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
           INITIALIZE CODERRO REG-PROGRAMAS.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: I=INCLUIR A=ALTERAR E=ENCERRAR"
                    AT  1010.
           DISPLAY  "        C=CONSULTAR"  AT  1110.
           DISPLAY  "PROGRAMA (CODIGO):"  AT  1210.
           DISPLAY  "DESCRICAO:"          AT  1310.
           DISPLAY  "VALOR MENSAL.....:"  AT  1410.
           DISPLAY  "TETO PER CAPITA..:"  AT  1510.
           DISPLAY  "(ZERO = SEM TETO)"   AT  1545.
           DISPLAY  "IDADE MIN / MAX..:"  AT  1610.
           DISPLAY  "/"                   AT  1633.
           DISPLAY  "(MAX ZERO = SEM LIMITE)"  AT  1645.
           DISPLAY  "INICIO (AAAAMMDD):"  AT  1710.
           DISPLAY  "CONDICIONALIDADES (S/N):"  AT  1745.
           DISPLAY  "FIM (AAAAMMDD)...:"  AT  1810.
           DISPLAY  "(ZERO = ABERTA)"     AT  1845.
           DISPLAY  "SITUACAO:"           AT  1910.
           DISPLAY  "EXIGE NIS (S/N):"    AT  1940.
           DISPLAY  "VAGAS (0 = LIVRE):"  AT  2010.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1135 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE I, A, E OU C" AT 2421
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL PRB-CODIGO NOT = SPACES
               ACCEPT PRB-CODIGO  AT 1229 WITH UPPER AUTO
           END-PERFORM

           READ ARQ-PROGRAMAS
           IF  FUNCAO-INCLUIR
               IF  CODERRO = "00"
                   DISPLAY "PROGRAMA JA CADASTRADO" AT 2421 WITH
                           FOREGROUND-COLOR 4
                   PERFORM EXIBIR-DADOS-PROGRAMA
                   MOVE "98" TO CODERRO
               ELSE
               IF  CODERRO = "23"
                   MOVE "00" TO CODERRO
                   MOVE SPACES TO PRB-DESCRICAO
                   MOVE ZEROS  TO PRB-VALOR-MENSAL
                                  PRB-RENDA-PER-CAPITA
                                  PRB-IDADE-MINIMA PRB-IDADE-MAXIMA
                                  PRB-DATA-INICIO PRB-DATA-FIM
                   MOVE "A"    TO PRB-SITUACAO
                   MOVE "N"    TO PRB-EXIGE-NIS
                                  PRB-EXIGE-CONDIC
               ELSE
                   PERFORM EXIBIR-ERRO-LEITURA
               END-IF
               END-IF
           ELSE
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-LEITURA
               ELSE
                   PERFORM EXIBIR-DADOS-PROGRAMA
               END-IF
           END-IF.

       EXIBIR-DADOS-PROGRAMA.
      *    PROGRAMA GRAVADO ANTES DO LIMITE DE VAGAS TEM BRANCOS NO
      *    CAMPO: VALE COMO SEM LIMITE. DA MESMA FORMA, SEM A MARCA DE
      *    CONDICIONALIDADE VALE COMO "N".
           IF  PRB-VAGAS NOT NUMERIC
               MOVE ZEROS TO PRB-VAGAS
           END-IF
           IF  NOT PRB-COM-CONDICIONALIDADE
               MOVE "N"   TO PRB-EXIGE-CONDIC
           END-IF
           DISPLAY PRB-DESCRICAO    AT 1321
           MOVE PRB-VALOR-MENSAL     TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT     AT 1429
           MOVE PRB-RENDA-PER-CAPITA TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT     AT 1529
           DISPLAY PRB-IDADE-MINIMA AT 1629
           DISPLAY PRB-IDADE-MAXIMA AT 1635
           DISPLAY PRB-DATA-INICIO  AT 1729
           DISPLAY PRB-DATA-FIM     AT 1829
           DISPLAY PRB-SITUACAO     AT 1920
           DISPLAY PRB-EXIGE-NIS    AT 1957
           DISPLAY PRB-VAGAS        AT 2029
           DISPLAY PRB-EXIGE-CONDIC AT 1770.

       EXIBIR-ERRO-LEITURA.
           IF  CODERRO = "23"
               DISPLAY "PROGRAMA NAO FOI ENCONTRADO" AT 2421 WITH
                       FOREGROUND-COLOR 4
           ELSE
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS " CODERRO
                       AT 2421 WITH FOREGROUND-COLOR 4
           END-IF.

       EXECUTAR-FUNCAO.
           IF  CODERRO = "00"
               IF  FUNCAO-INCLUIR
                   PERFORM INCLUIR-PROGRAMA
               ELSE
               IF  FUNCAO-ALTERAR
                   PERFORM ALTERAR-PROGRAMA
               ELSE
               IF  FUNCAO-ENCERRAR
                   PERFORM ENCERRAR-PROGRAMA
               ELSE
                   CONTINUE
               END-IF
               END-IF
               END-IF
           END-IF.

       INCLUIR-PROGRAMA.
           PERFORM RECEBER-DADOS-PROGRAMA
           MOVE "A" TO PRB-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO PRB-OPERADOR
           DISPLAY PRB-SITUACAO AT 1920

           WRITE REG-PROGRAMAS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "PROGRAMA INCLUIDO" AT 2421
           END-IF.

       ALTERAR-PROGRAMA.
           IF  PRB-ENCERRADO
               DISPLAY "PROGRAMA ENCERRADO NAO PODE SER ALTERADO"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM RECEBER-DADOS-PROGRAMA
               MOVE WS-OPERADOR-LOGADO TO PRB-OPERADOR
               REWRITE REG-PROGRAMAS
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-GRAVACAO
               ELSE
                   DISPLAY "PROGRAMA ALTERADO" AT 2421
               END-IF
           END-IF.

      *    AS INSCRICOES EXISTENTES NAO SAO TOCADAS AQUI: A PROXIMA
      *    APURACAO (PGM51) AS DECLARA INELEGIVEIS PELO PROGRAMA
      *    ENCERRADO, E A REMESSA (PGM52) DEIXA DE PAGA-LAS.
       ENCERRAR-PROGRAMA.
           IF  PRB-ENCERRADO
               DISPLAY "PROGRAMA JA ESTA ENCERRADO" AT 2421
           ELSE
               DISPLAY "CONFIRMA O ENCERRAMENTO? (S/N):" AT 2110
               PERFORM WITH TEST AFTER
                       UNTIL W-CONFIRMA = "S" OR "N"
                   ACCEPT W-CONFIRMA AT 2142 WITH UPPER AUTO
               END-PERFORM
               IF  W-CONFIRMA = "S"
                   MOVE "E" TO PRB-SITUACAO
                   MOVE WS-OPERADOR-LOGADO TO PRB-OPERADOR
                   REWRITE REG-PROGRAMAS
                   IF  CODERRO NOT = "00"
                       PERFORM EXIBIR-ERRO-GRAVACAO
                   ELSE
                       DISPLAY "PROGRAMA ENCERRADO" AT 2421
                   END-IF
               ELSE
                   DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               END-IF
           END-IF.

       RECEBER-DADOS-PROGRAMA.
           PERFORM WITH TEST AFTER UNTIL PRB-DESCRICAO NOT = SPACES
               ACCEPT PRB-DESCRICAO  AT  1321 WITH UPPER
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL PRB-VALOR-MENSAL > ZEROS
               ACCEPT PRB-VALOR-MENSAL  AT  1429 WITH AUTO
               IF  PRB-VALOR-MENSAL = ZEROS
                   DISPLAY "VALOR MENSAL OBRIGATORIO!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           MOVE PRB-VALOR-MENSAL TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT AT 1429

           ACCEPT PRB-RENDA-PER-CAPITA  AT  1529 WITH AUTO
           MOVE PRB-RENDA-PER-CAPITA TO W-VALOR-EDIT
           DISPLAY W-VALOR-EDIT AT 1529

           PERFORM WITH TEST AFTER UNTIL W-FAIXA-VALIDA = "S"
               ACCEPT PRB-IDADE-MINIMA  AT  1629 WITH AUTO
               ACCEPT PRB-IDADE-MAXIMA  AT  1635 WITH AUTO
               MOVE "S" TO W-FAIXA-VALIDA
               IF  PRB-IDADE-MAXIMA > ZEROS
                AND PRB-IDADE-MAXIMA < PRB-IDADE-MINIMA
                   MOVE "N" TO W-FAIXA-VALIDA
               END-IF
               IF  W-FAIXA-VALIDA NOT = "S"
                   DISPLAY "FAIXA ETARIA INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT PRB-DATA-INICIO  AT  1729 WITH AUTO
               MOVE PRB-DATA-INICIO TO W-DATA-CRITICA
               PERFORM CRITICAR-DATA
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA DE INICIO INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM

      *    FIM ZERO DEIXA A VIGENCIA ABERTA; INFORMADO, NUNCA FICA
      *    ANTES DO INICIO.
           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT PRB-DATA-FIM  AT  1829 WITH AUTO
               IF  PRB-DATA-FIM = ZEROS
                   MOVE "S" TO W-DATA-VALIDA
               ELSE
                   MOVE PRB-DATA-FIM TO W-DATA-CRITICA
                   PERFORM CRITICAR-DATA
                   IF  W-DATA-VALIDA = "S"
                    AND PRB-DATA-FIM < PRB-DATA-INICIO
                       MOVE "N" TO W-DATA-VALIDA
                   END-IF
               END-IF
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA DE FIM INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM

      *    PROGRAMA FEDERAL: O BALCAO (PGM50) SO INSCREVE TITULAR COM
      *    NIS CADASTRADO.
           PERFORM WITH TEST AFTER UNTIL PRB-EXIGE-NIS = "S" OR "N"
               ACCEPT PRB-EXIGE-NIS  AT  1957 WITH UPDATE UPPER AUTO
           END-PERFORM

      *    LIMITE DE INSCRICOES ATIVAS; ALEM DELE O BALCAO MANDA PARA
      *    A LISTA DE ESPERA. REDUZIR NAO CANCELA NINGUEM: SO DEIXA
      *    DE CHAMAR ATE AS SAIDAS ABRIREM VAGA.
           ACCEPT PRB-VAGAS  AT  2029 WITH UPDATE AUTO

      *    FREQUENCIA ESCOLAR E SAUDE DOS DEPENDENTES: A APURACAO
      *    (PGM51) APLICA O ESTAGIO DE SANCAO DA FAMILIA.
           PERFORM WITH TEST AFTER UNTIL PRB-EXIGE-CONDIC = "S" OR "N"
               ACCEPT PRB-EXIGE-CONDIC  AT  1770
                      WITH UPDATE UPPER AUTO
           END-PERFORM.

       CRITICAR-DATA.
           MOVE "N" TO W-DATA-VALIDA
           MOVE W-DATA-CRITICA (1:4) TO W-ANO-CRIT
           MOVE W-DATA-CRITICA (5:2) TO W-MES-CRIT
           MOVE W-DATA-CRITICA (7:2) TO W-DIA-CRIT
           IF  W-ANO-CRIT > 2000
            AND W-MES-CRIT > 00 AND W-MES-CRIT < 13
            AND W-DIA-CRIT > 00 AND W-DIA-CRIT < 32
               MOVE "S" TO W-DATA-VALIDA
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
           CLOSE ARQ-PROGRAMAS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

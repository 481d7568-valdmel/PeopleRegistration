       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM101  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    MANUTENCAO DA AGENDA DO BALCAO (AGENDA.DAT, LAYOUT
      *    CPYAGEND). O SUPERVISOR GERA OS HORARIOS DE UM TIPO DE
      *    SERVICO (TABELA CPYSERVI) PARA UM PERIODO: DE UMA HORA
      *    INICIAL ATE UMA FINAL, NUM INTERVALO EM MINUTOS, COM N
      *    VAGAS POR HORARIO. SABADOS, DOMINGOS E OS FERIADOS DO
      *    CALENDARIO DE PROCESSAMENTO (CALENPRO.DAT, PGM70) SAO
      *    PULADOS; HORARIO QUE JA EXISTE NAO E TOCADO. BLOQUEAR UM
      *    DIA (PONTO FACULTATIVO, FALTA DE EQUIPE) FECHA OS SEUS
      *    HORARIOS PARA MARCACOES NOVAS -- AS JA FEITAS SAO
      *    CONTADAS NA TELA PARA O BALCAO REMARCAR. CONSULTAR MOSTRA
      *    A OCUPACAO DO DIA. CHAMADO PELO PGM00 NO SUBMENU
      *    SUPERVISAO (SO SUPERVISOR).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELAG REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELPC REPLACING STATUS-FIELD BY CODERRO-CAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-AGENDA
           LABEL  RECORD  STANDARD.
       COPY CPYAGEND.

       FD  ARQ-CALENDARIO
           LABEL  RECORD  STANDARD.
       COPY CPYCALEN.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-CAL  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "G" "B" "C".
           88  FUNCAO-GERAR     VALUE "G".
           88  FUNCAO-BLOQUEAR  VALUE "B".
           88  FUNCAO-CONSULTAR VALUE "C".
       77  W-CONFIRMA  PIC X VALUE SPACE.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-SEM-CALENDARIO    PIC X  VALUE "N".
       01  W-SERVICO           PIC X(2) VALUE SPACES.
       01  W-SERVICO-VALIDO    PIC X  VALUE "N".
       01  W-DATA-INICIO       PIC 9(8) VALUE ZEROS.
       01  W-DATA-FIM          PIC 9(8) VALUE ZEROS.
       01  W-DATA-VALIDA       PIC X  VALUE "N".
       01  W-DATA-CRITICA      PIC 9(8) VALUE ZEROS.
       01  W-ANO-CRIT          PIC 9(4) VALUE ZEROS.
       01  W-MES-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-DIA-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-MAX-DIAS          PIC 9(3) VALUE 366.

      *    HORARIOS DA GERACAO, EM HHMM NA TELA E EM MINUTOS DO DIA
      *    NA CONTA.
       01  W-HORA-INICIO       PIC 9(4) VALUE ZEROS.
       01  W-HORA-FIM          PIC 9(4) VALUE ZEROS.
       01  W-HORA-CRITICA      PIC 9(4) VALUE ZEROS.
       01  W-HORA-VALIDA       PIC X  VALUE "N".
       01  W-INTERVALO         PIC 9(3) VALUE ZEROS.
       01  W-VAGAS             PIC 9(2) VALUE ZEROS.
       01  W-MIN-INICIO        PIC 9(4) VALUE ZEROS.
       01  W-MIN-FIM           PIC 9(4) VALUE ZEROS.
       01  W-MIN-ATUAL         PIC 9(4) VALUE ZEROS.
       01  W-HH                PIC 9(2) VALUE ZEROS.
       01  W-MM                PIC 9(2) VALUE ZEROS.

      *    DIA UTIL: O MESMO CRITERIO DO CONDUTOR (PGM33).
       01  W-INT-INICIO        PIC 9(7) VALUE ZEROS.
       01  W-INT-FIM           PIC 9(7) VALUE ZEROS.
       01  W-INT-DATA          PIC 9(7) VALUE ZEROS.
       01  W-DATA-EXAME        PIC 9(8) VALUE ZEROS.
       01  W-DIA-SEMANA        PIC 9(1) VALUE ZEROS.
       01  W-EH-DIA-UTIL       PIC X  VALUE "N".

       01  W-FIM-AGENDA        PIC X  VALUE "N".
       01  W-CONT-DIAS         PIC 9(4) VALUE ZEROS.
       01  W-CONT-PULADOS      PIC 9(4) VALUE ZEROS.
       01  W-CONT-CRIADOS      PIC 9(6) VALUE ZEROS.
       01  W-CONT-EXISTENTES   PIC 9(6) VALUE ZEROS.
       01  W-CONT-HORARIOS     PIC 9(4) VALUE ZEROS.
       01  W-CONT-BLOQUEADOS   PIC 9(4) VALUE ZEROS.
       01  W-SOMA-CAPACIDADE   PIC 9(5) VALUE ZEROS.
       01  W-SOMA-OCUPADAS     PIC 9(5) VALUE ZEROS.

       COPY CPYSERVI.
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
               10 LINE 06 COLUMN 28 VALUE
               "AGENDA DO BALCAO".
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
      *    NA PRIMEIRA EXECUCAO A AGENDA AINDA NAO EXISTE: E CRIADA
      *    VAZIA AQUI. SEM O CALENDARIO, SO OS FINS DE SEMANA SAO
      *    PULADOS NA GERACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-AGENDA.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-AGENDA
               CLOSE ARQ-AGENDA
               OPEN I-O ARQ-AGENDA
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENDA.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           END-IF.
           OPEN INPUT ARQ-CALENDARIO.
           IF  CODERRO-CAL NOT = "00"
               MOVE "S" TO W-SEM-CALENDARIO
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           PERFORM   RECEBER-SERVICO.
           PERFORM   RECEBER-DATAS.
           PERFORM   EXECUTAR-FUNCAO.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-AGENDA.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA W-SERVICO.
           MOVE ZEROS  TO W-DATA-INICIO W-DATA-FIM W-HORA-INICIO
                          W-HORA-FIM W-INTERVALO W-VAGAS.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: G=GERAR B=BLOQUEAR DIA C=CONSULTAR DIA"
                    AT  1010.
           DISPLAY  "SERVICO..........:"  AT  1210.
           DISPLAY  "DATA INICIAL.....:"  AT  1310.
           DISPLAY  "DATA FINAL.......:"  AT  1410.
           DISPLAY  "(SO NA GERACAO)"     AT  1445.
           DISPLAY  "HORA INICIAL.....:"  AT  1510.
           DISPLAY  "(HHMM)"              AT  1545.
           DISPLAY  "HORA FINAL.......:"  AT  1610.
           DISPLAY  "(SEM HORARIO A PARTIR DELA)" AT 1645.
           DISPLAY  "INTERVALO (MIN)..:"  AT  1710.
           DISPLAY  "VAGAS POR HORARIO:"  AT  1810.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1058 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE G, B OU C" AT 2421
               END-IF
           END-PERFORM.

       RECEBER-SERVICO.
           PERFORM WITH TEST AFTER UNTIL W-SERVICO-VALIDO = "S"
               ACCEPT W-SERVICO AT 1229 WITH UPPER AUTO
               MOVE "N" TO W-SERVICO-VALIDO
               SET WS-IDX-SERV TO 1
               SEARCH WS-SERV-ITEM
                   AT END
                       DISPLAY "SERVICO INVALIDO (CD RC BF AS)"
                               AT 2421
                   WHEN WS-SERV-CODIGO (WS-IDX-SERV) = W-SERVICO
                       MOVE "S" TO W-SERVICO-VALIDO
                       DISPLAY WS-SERV-DESCRICAO (WS-IDX-SERV)
                               AT 1233
                       DISPLAY W-BRANCO AT 2421
               END-SEARCH
           END-PERFORM.

      *    NA GERACAO O PERIODO NAO COMECA NO PASSADO NEM PASSA DE UM
      *    ANO; BLOQUEIO E CONSULTA SO USAM A DATA INICIAL.
       RECEBER-DATAS.
           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT W-DATA-INICIO AT 1329 WITH AUTO
               MOVE W-DATA-INICIO TO W-DATA-CRITICA
               PERFORM CRITICAR-DATA
               IF  W-DATA-VALIDA = "S" AND FUNCAO-GERAR
                AND W-DATA-INICIO < WS-DATA-SIST-NUM
                   MOVE "N" TO W-DATA-VALIDA
               END-IF
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INICIAL INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           IF  NOT FUNCAO-GERAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-INICIO)
           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT W-DATA-FIM AT 1429 WITH AUTO
               MOVE W-DATA-FIM TO W-DATA-CRITICA
               PERFORM CRITICAR-DATA
               IF  W-DATA-VALIDA = "S"
                   COMPUTE W-INT-FIM =
                           FUNCTION INTEGER-OF-DATE (W-DATA-FIM)
                   IF  W-INT-FIM < W-INT-INICIO
                    OR W-INT-FIM - W-INT-INICIO > W-MAX-DIAS
                       MOVE "N" TO W-DATA-VALIDA
                   END-IF
               END-IF
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA FINAL INVALIDA (ATE 1 ANO)!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
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

       CRITICAR-HORA.
           MOVE "N" TO W-HORA-VALIDA
           MOVE W-HORA-CRITICA (1:2) TO W-HH
           MOVE W-HORA-CRITICA (3:2) TO W-MM
           IF  W-HH < 24 AND W-MM < 60
               MOVE "S" TO W-HORA-VALIDA
           END-IF.

       EXECUTAR-FUNCAO.
           IF  FUNCAO-GERAR
               PERFORM GERAR-HORARIOS
           ELSE
           IF  FUNCAO-BLOQUEAR
               PERFORM BLOQUEAR-DIA
           ELSE
               PERFORM CONSULTAR-DIA
           END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    GERACAO DOS HORARIOS DO PERIODO
      *    ----------------------------------------------------------
       GERAR-HORARIOS.
           PERFORM RECEBER-DADOS-GERACAO
           DISPLAY "CONFIRMA A GERACAO? (S/N):" AT 2010
           PERFORM WITH TEST AFTER
                   UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2037 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-CONT-DIAS W-CONT-PULADOS W-CONT-CRIADOS
                         W-CONT-EXISTENTES
           PERFORM GERAR-DIA
                   VARYING W-INT-DATA FROM W-INT-INICIO BY 1
                   UNTIL W-INT-DATA > W-INT-FIM
           DISPLAY "DIAS UTEIS:"       AT 1910
           DISPLAY W-CONT-DIAS         AT 1922
           DISPLAY "PULADOS:"          AT 1928
           DISPLAY W-CONT-PULADOS      AT 1937
           DISPLAY "HORARIOS CRIADOS:" AT 1943
           DISPLAY W-CONT-CRIADOS      AT 1961
           DISPLAY "JA EXISTENTES:"    AT 2110
           DISPLAY W-CONT-EXISTENTES   AT 2125
           DISPLAY "GERACAO CONCLUIDA" AT 2421.

       RECEBER-DADOS-GERACAO.
           PERFORM WITH TEST AFTER UNTIL W-HORA-VALIDA = "S"
               ACCEPT W-HORA-INICIO AT 1529 WITH AUTO
               MOVE W-HORA-INICIO TO W-HORA-CRITICA
               PERFORM CRITICAR-HORA
               IF  W-HORA-VALIDA NOT = "S"
                   DISPLAY "HORA INICIAL INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           COMPUTE W-MIN-INICIO = W-HH * 60 + W-MM

           PERFORM WITH TEST AFTER UNTIL W-HORA-VALIDA = "S"
               ACCEPT W-HORA-FIM AT 1629 WITH AUTO
               MOVE W-HORA-FIM TO W-HORA-CRITICA
               PERFORM CRITICAR-HORA
               IF  W-HORA-VALIDA = "S"
                   COMPUTE W-MIN-FIM = W-HH * 60 + W-MM
                   IF  W-MIN-FIM NOT > W-MIN-INICIO
                       MOVE "N" TO W-HORA-VALIDA
                   END-IF
               END-IF
               IF  W-HORA-VALIDA NOT = "S"
                   DISPLAY "HORA FINAL INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL W-INTERVALO > ZEROS
               ACCEPT W-INTERVALO AT 1729 WITH AUTO
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL W-VAGAS > ZEROS
               ACCEPT W-VAGAS AT 1829 WITH AUTO
           END-PERFORM.

       GERAR-DIA.
           COMPUTE W-DATA-EXAME = FUNCTION DATE-OF-INTEGER (W-INT-DATA)
           PERFORM CRITICAR-DIA-UTIL
           IF  W-EH-DIA-UTIL NOT = "S"
               ADD 1 TO W-CONT-PULADOS
           ELSE
               ADD 1 TO W-CONT-DIAS
               PERFORM GERAR-HORARIO
                       VARYING W-MIN-ATUAL FROM W-MIN-INICIO
                       BY W-INTERVALO
                       UNTIL W-MIN-ATUAL NOT < W-MIN-FIM
           END-IF.

      *    HORARIO JA GERADO ANTES (STATUS 22) FICA COMO ESTA, COM A
      *    SUA CAPACIDADE E AS MARCACOES QUE JA TEM.
       GERAR-HORARIO.
           DIVIDE W-MIN-ATUAL BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-DATA-EXAME TO AGV-DATA
           MOVE W-SERVICO    TO AGV-SERVICO
           COMPUTE AGV-HORA = W-HH * 100 + W-MM
           MOVE W-VAGAS      TO AGV-CAPACIDADE
           MOVE ZEROS        TO AGV-OCUPADAS
           MOVE "A"          TO AGV-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO AGV-OPERADOR
           MOVE WS-DATA-SIST-NUM   TO AGV-DATA-ALTERACAO
           WRITE REG-AGENDA
           IF  CODERRO = "00"
               ADD 1 TO W-CONT-CRIADOS
           ELSE
           IF  CODERRO = "22"
               ADD 1 TO W-CONT-EXISTENTES
           ELSE
               PERFORM EXIBIR-ERRO-GRAVACAO
           END-IF
           END-IF.

      *    DIA DA SEMANA PELO CALENDARIO GREGORIANO (INTEGER-OF-DATE
      *    CONTA A PARTIR DE UMA SEGUNDA-FEIRA: MOD 7 = 1 SEGUNDA
      *    ... 0 DOMINGO); FERIADO E O REGISTRO "F" DO CALENDARIO.
       CRITICAR-DIA-UTIL.
           MOVE "S" TO W-EH-DIA-UTIL
           COMPUTE W-DIA-SEMANA =
                   FUNCTION MOD (W-INT-DATA, 7)
           IF  W-DIA-SEMANA = ZEROS OR W-DIA-SEMANA = 6
               MOVE "N" TO W-EH-DIA-UTIL
               EXIT PARAGRAPH
           END-IF
           IF  W-SEM-CALENDARIO NOT = "S"
               MOVE "F"          TO CAL-TIPO
               MOVE W-DATA-EXAME TO CAL-CHAVE-DET
               READ ARQ-CALENDARIO
               IF  CODERRO-CAL = "00"
                   MOVE "N" TO W-EH-DIA-UTIL
               END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    BLOQUEIO E CONSULTA DE UM DIA
      *    ----------------------------------------------------------
       BLOQUEAR-DIA.
           PERFORM CONSULTAR-DIA
           IF  W-CONT-HORARIOS = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA O BLOQUEIO DO DIA? (S/N):" AT 2010
           PERFORM WITH TEST AFTER
                   UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2045 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-CONT-BLOQUEADOS
           PERFORM POSICIONAR-DIA
           PERFORM BLOQUEAR-HORARIO UNTIL W-FIM-AGENDA = "S"
           DISPLAY "HORARIOS BLOQUEADOS:" AT 2110
           DISPLAY W-CONT-BLOQUEADOS      AT 2131
           IF  W-SOMA-OCUPADAS > ZEROS
               DISPLAY "HA MARCACOES NO DIA - REMARCAR NO BALCAO"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "DIA BLOQUEADO" AT 2421
           END-IF.

       BLOQUEAR-HORARIO.
           IF  AGV-ABERTA
               MOVE "B" TO AGV-SITUACAO
               MOVE WS-OPERADOR-LOGADO TO AGV-OPERADOR
               MOVE WS-DATA-SIST-NUM   TO AGV-DATA-ALTERACAO
               REWRITE REG-AGENDA
               IF  CODERRO NOT = "00"
                   PERFORM EXIBIR-ERRO-GRAVACAO
               ELSE
                   ADD 1 TO W-CONT-BLOQUEADOS
               END-IF
           END-IF
           PERFORM LER-HORARIO-DIA.

       CONSULTAR-DIA.
           MOVE ZEROS TO W-CONT-HORARIOS W-CONT-BLOQUEADOS
                         W-SOMA-CAPACIDADE W-SOMA-OCUPADAS
           PERFORM POSICIONAR-DIA
           PERFORM SOMAR-HORARIO UNTIL W-FIM-AGENDA = "S"
           IF  W-CONT-HORARIOS = ZEROS
               DISPLAY "NENHUM HORARIO GERADO PARA O DIA" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HORARIOS:"         AT 1910
           DISPLAY W-CONT-HORARIOS     AT 1920
           DISPLAY "VAGAS:"            AT 1926
           DISPLAY W-SOMA-CAPACIDADE   AT 1933
           DISPLAY "MARCADAS:"         AT 1940
           DISPLAY W-SOMA-OCUPADAS     AT 1950
           DISPLAY "BLOQUEADOS:"       AT 1957
           DISPLAY W-CONT-BLOQUEADOS   AT 1969.

       SOMAR-HORARIO.
           ADD 1 TO W-CONT-HORARIOS
           ADD AGV-CAPACIDADE TO W-SOMA-CAPACIDADE
           ADD AGV-OCUPADAS   TO W-SOMA-OCUPADAS
           IF  AGV-BLOQUEADA
               ADD 1 TO W-CONT-BLOQUEADOS
           END-IF
           PERFORM LER-HORARIO-DIA.

       POSICIONAR-DIA.
           MOVE "N"           TO W-FIM-AGENDA
           MOVE W-DATA-INICIO TO AGV-DATA
           MOVE W-SERVICO     TO AGV-SERVICO
           MOVE ZEROS         TO AGV-HORA
           START ARQ-AGENDA KEY NOT < AGV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-AGENDA
           END-START
           PERFORM LER-HORARIO-DIA.

       LER-HORARIO-DIA.
           IF  W-FIM-AGENDA NOT = "S"
               READ ARQ-AGENDA NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-AGENDA
               END-READ
               IF  W-FIM-AGENDA NOT = "S"
                AND (AGV-DATA NOT = W-DATA-INICIO
                  OR AGV-SERVICO NOT = W-SERVICO)
                   MOVE "S" TO W-FIM-AGENDA
               END-IF
           END-IF.

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
           CLOSE ARQ-AGENDA.
           IF  W-SEM-CALENDARIO NOT = "S"
               CLOSE ARQ-CALENDARIO
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

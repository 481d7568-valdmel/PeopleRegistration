       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM102  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    AGENDAMENTO NO BALCAO. MARCAR (M): A PARTIR DO CPF DE UMA
      *    PESSOA ATIVA, DO SERVICO (TABELA CPYSERVI) E DA DATA E
      *    HORA DESEJADAS, OFERECE O PRIMEIRO HORARIO ABERTO COM VAGA
      *    DA AGENDA (AGENDA.DAT, GERADA NO PGM101) NOS 30 DIAS
      *    SEGUINTES; O ATENDENTE ACEITA, PEDE OUTRO OU DESISTE. A
      *    MARCACAO ACEITA OCUPA A VAGA, RECEBE O PROTOCOLO DO PGM54
      *    (OPERACAO "G") E E GRAVADA EM MARCACAO.DAT (CPYMARCA).
      *    QUEM JA TEM MARCACAO EM ABERTO NO MESMO SERVICO NAO MARCA
      *    OUTRA; FALTAS RECENTES SAO AVISADAS NA TELA. PELO
      *    PROTOCOLO: CANCELAR (C, DEVOLVE A VAGA), PRESENCA (P, SO
      *    NO DIA, REGISTRA A HORA DE CHEGADA) E FALTA (F, NO DIA OU
      *    DEPOIS -- O FECHAMENTO DO PGM103 MARCA AS QUE SOBRAREM).
      *    CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO-PES.

           COPY CPYSELAG REPLACING STATUS-FIELD BY CODERRO-AGE.

           COPY CPYSELMC REPLACING STATUS-FIELD BY CODERRO.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-AGENDA
           LABEL  RECORD  STANDARD.
       COPY CPYAGEND.

       FD  ARQ-MARCACOES
           LABEL  RECORD  STANDARD.
       COPY CPYMARCA.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-PES  PIC X(2) VALUE SPACES.
       77  CODERRO-AGE  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "M" "C" "P" "F".
           88  FUNCAO-MARCAR    VALUE "M".
           88  FUNCAO-CANCELAR  VALUE "C".
           88  FUNCAO-PRESENCA  VALUE "P".
           88  FUNCAO-FALTA     VALUE "F".
       77  W-CONFIRMA  PIC X VALUE SPACE.
           88  CONFIRMA-OK  VALUE "S" "N" "O".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-CPF-INFORMADO     PIC X(11) VALUE SPACES.
       01  W-PESSOA-OK         PIC X  VALUE "N".
       01  W-ARQUIVOS-ABERTOS  PIC X  VALUE "N".
       01  W-SERVICO           PIC X(2) VALUE SPACES.
       01  W-SERVICO-VALIDO    PIC X  VALUE "N".
       01  W-DESCR-SERVICO     PIC X(22) VALUE SPACES.
       01  W-DATA-DESEJADA     PIC 9(8) VALUE ZEROS.
       01  W-HORA-DESEJADA     PIC 9(4) VALUE ZEROS.
       01  W-DATA-VALIDA       PIC X  VALUE "N".
       01  W-ANO-CRIT          PIC 9(4) VALUE ZEROS.
       01  W-MES-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-DIA-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-NUM-PROTOCOLO     PIC 9(9) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-DATA-EDICAO       PIC 9(8) VALUE ZEROS.
       01  W-HORA-EDICAO       PIC 9(4) VALUE ZEROS.
       01  W-HORA-EXIBICAO     PIC X(5) VALUE SPACES.
       01  W-SITUACAO-EXIB     PIC X(20) VALUE SPACES.

      *    PROCURA DO HORARIO: O PRIMEIRO COM VAGA DESDE A DATA E HORA
      *    DESEJADAS ATE W-DIAS-PROCURA DIAS DEPOIS.
       01  W-DIAS-PROCURA      PIC 9(2) VALUE 30.
       01  W-DATA-LIMITE       PIC 9(8) VALUE ZEROS.
       01  W-FIM-AGENDA        PIC X  VALUE "N".
       01  W-ACHOU-VAGA        PIC X  VALUE "N".

      *    MARCACOES DA PESSOA: EM ABERTO NO SERVICO E FALTAS NOS
      *    ULTIMOS W-DIAS-FALTA DIAS (AVISO A PARTIR DE
      *    W-LIMITE-FALTAS).
       01  W-FIM-MARCACOES     PIC X  VALUE "N".
       01  W-JA-MARCADO        PIC X  VALUE "N".
       01  W-PROTOCOLO-ABERTO  PIC 9(9) VALUE ZEROS.
       01  W-DIAS-FALTA        PIC 9(3) VALUE 90.
       01  W-LIMITE-FALTAS     PIC 9(2) VALUE 2.
       01  W-DATA-CORTE-FALTA  PIC 9(8) VALUE ZEROS.
       01  W-CONT-FALTAS       PIC 9(3) VALUE ZEROS.

       COPY CPYSERVI.
       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
       01 WS-HORA-SIST.
           05 WS-HHMM-SIST PIC 9(4) VALUES 0.
           05 FILLER       PIC 9(4) VALUES 0.
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
               10 LINE 06 COLUMN 30 VALUE
               "AGENDAMENTOS".
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
      *    AGENDA E MARCACOES SAO CRIADAS VAZIAS NA PRIMEIRA VEZ.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-AGENDA.
           IF  CODERRO-AGE = "35"
               OPEN OUTPUT ARQ-AGENDA
               CLOSE ARQ-AGENDA
               OPEN I-O ARQ-AGENDA
           END-IF.
           IF  CODERRO-AGE NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENDA.DAT - STATUS " CODERRO-AGE
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-MARCACOES.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-MARCACOES
               CLOSE ARQ-MARCACOES
               OPEN I-O ARQ-MARCACOES
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR MARCACAO.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               CLOSE ARQ-AGENDA
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO W-ARQUIVOS-ABERTOS.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           IF  FUNCAO-MARCAR
               PERFORM MARCAR-ATENDIMENTO
           ELSE
               PERFORM BAIXAR-MARCACAO
           END-IF.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-MARCACAO REG-AGENDA.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA W-SERVICO
                          W-CPF-INFORMADO.
           MOVE ZEROS  TO W-DATA-DESEJADA W-HORA-DESEJADA
                          W-NUM-PROTOCOLO.
           ACCEPT WS-HORA-SIST FROM TIME.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: M=MARCAR C=CANCELAR P=PRESENCA F=FALTA"
                    AT  1010.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1058 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE M, C, P OU F" AT 2421
               END-IF
           END-PERFORM.

      *    ----------------------------------------------------------
      *    MARCACAO
      *    ----------------------------------------------------------
       MARCAR-ATENDIMENTO.
           DISPLAY  "CPF..............:"  AT  1210.
           DISPLAY  "SERVICO..........:"  AT  1310.
           DISPLAY  "DATA DESEJADA....:"  AT  1410.
           DISPLAY  "A PARTIR DA HORA.:"  AT  1510.
           DISPLAY  "(HHMM)"              AT  1545.
           DISPLAY  "HORARIO OFERECIDO:"  AT  1610.
           DISPLAY  "CONFIRMA? (S=SIM N=NAO O=OUTRO HORARIO):"
                    AT  1710.
           DISPLAY  "PROTOCOLO........:"  AT  1810.

           PERFORM RECEBER-PESSOA
           IF  W-PESSOA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECEBER-SERVICO
           PERFORM EXAMINAR-MARCACOES-PESSOA
           IF  W-JA-MARCADO = "S"
               DISPLAY "JA TEM MARCACAO EM ABERTO NO SERVICO - PROT. "
                       AT 2421 WITH FOREGROUND-COLOR 4
               DISPLAY W-PROTOCOLO-ABERTO AT 2467
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  W-CONT-FALTAS NOT < W-LIMITE-FALTAS
               DISPLAY "ATENCAO: FALTAS NOS ULTIMOS 90 DIAS:" AT 1910
                       WITH FOREGROUND-COLOR 4
               DISPLAY W-CONT-FALTAS AT 1947 WITH FOREGROUND-COLOR 4
           END-IF
           PERFORM RECEBER-DATA-HORA
           PERFORM PROCURAR-VAGA
           MOVE SPACE TO W-CONFIRMA
           PERFORM OFERECER-HORARIO
                   UNTIL W-ACHOU-VAGA NOT = "S"
                      OR W-CONFIRMA = "S" OR W-CONFIRMA = "N"
           IF  W-ACHOU-VAGA NOT = "S"
               DISPLAY "SEM HORARIO LIVRE NOS PROXIMOS 30 DIAS" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "MARCACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-MARCACAO.

       RECEBER-PESSOA.
           MOVE "N" TO W-PESSOA-OK
           ACCEPT W-CPF-INFORMADO AT 1229 WITH AUTO
           MOVE W-CPF-INFORMADO TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO-PES NOT = "00"
               DISPLAY "CPF NAO CADASTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY NOME AT 1242
           IF  NOT PESSOA-ATIVA
               DISPLAY "CADASTRO NAO ESTA ATIVO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-PESSOA-OK.

       RECEBER-SERVICO.
           PERFORM WITH TEST AFTER UNTIL W-SERVICO-VALIDO = "S"
               ACCEPT W-SERVICO AT 1329 WITH UPPER AUTO
               MOVE "N" TO W-SERVICO-VALIDO
               SET WS-IDX-SERV TO 1
               SEARCH WS-SERV-ITEM
                   AT END
                       DISPLAY "SERVICO INVALIDO (CD RC BF AS)"
                               AT 2421
                   WHEN WS-SERV-CODIGO (WS-IDX-SERV) = W-SERVICO
                       MOVE "S" TO W-SERVICO-VALIDO
                       MOVE WS-SERV-DESCRICAO (WS-IDX-SERV)
                         TO W-DESCR-SERVICO
                       DISPLAY W-DESCR-SERVICO AT 1333
                       DISPLAY W-BRANCO AT 2421
               END-SEARCH
           END-PERFORM.

      *    PERCORRE AS MARCACOES DO CPF (CHAVE ALTERNATIVA COM
      *    DUPLICATAS) UMA VEZ SO, PARA AS DUAS VERIFICACOES.
       EXAMINAR-MARCACOES-PESSOA.
           MOVE "N"   TO W-JA-MARCADO W-FIM-MARCACOES
           MOVE ZEROS TO W-CONT-FALTAS W-PROTOCOLO-ABERTO
           COMPUTE W-DATA-CORTE-FALTA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)
                    - W-DIAS-FALTA)
           MOVE W-CPF-INFORMADO TO MAR-CPF
           START ARQ-MARCACOES KEY = MAR-CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-MARCACOES
           END-START
           PERFORM LER-MARCACAO-PESSOA
           PERFORM EXAMINAR-MARCACAO UNTIL W-FIM-MARCACOES = "S".

       EXAMINAR-MARCACAO.
           IF  MAR-MARCADO AND MAR-SERVICO = W-SERVICO
            AND MAR-DATA NOT < WS-DATA-SIST-NUM
               MOVE "S" TO W-JA-MARCADO
               MOVE MAR-PROTOCOLO TO W-PROTOCOLO-ABERTO
           END-IF
           IF  MAR-FALTOU AND MAR-DATA NOT < W-DATA-CORTE-FALTA
               ADD 1 TO W-CONT-FALTAS
           END-IF
           PERFORM LER-MARCACAO-PESSOA.

       LER-MARCACAO-PESSOA.
           IF  W-FIM-MARCACOES NOT = "S"
               READ ARQ-MARCACOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-MARCACOES
               END-READ
               IF  W-FIM-MARCACOES NOT = "S"
                AND MAR-CPF NOT = W-CPF-INFORMADO
                   MOVE "S" TO W-FIM-MARCACOES
               END-IF
           END-IF.

      *    DATA EM BRANCO = HOJE; NAO SE MARCA NO PASSADO.
       RECEBER-DATA-HORA.
           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT W-DATA-DESEJADA AT 1429 WITH AUTO
               IF  W-DATA-DESEJADA = ZEROS
                   MOVE WS-DATA-SIST-NUM TO W-DATA-DESEJADA
                   MOVE W-DATA-DESEJADA TO W-DATA-EDICAO
                   PERFORM EDITAR-DATA
                   DISPLAY W-DATA-EXIBICAO AT 1429
               END-IF
               PERFORM CRITICAR-DATA
               IF  W-DATA-VALIDA = "S"
                AND W-DATA-DESEJADA < WS-DATA-SIST-NUM
                   MOVE "N" TO W-DATA-VALIDA
               END-IF
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVALIDA!" AT 2421
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           ACCEPT W-HORA-DESEJADA AT 1529 WITH AUTO
           IF  W-DATA-DESEJADA = WS-DATA-SIST-NUM
            AND W-HORA-DESEJADA < WS-HHMM-SIST
               MOVE WS-HHMM-SIST TO W-HORA-DESEJADA
           END-IF
           COMPUTE W-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-DATA-DESEJADA)
                    + W-DIAS-PROCURA).

       CRITICAR-DATA.
           MOVE "N" TO W-DATA-VALIDA
           MOVE W-DATA-DESEJADA (1:4) TO W-ANO-CRIT
           MOVE W-DATA-DESEJADA (5:2) TO W-MES-CRIT
           MOVE W-DATA-DESEJADA (7:2) TO W-DIA-CRIT
           IF  W-ANO-CRIT > 2000
            AND W-MES-CRIT > 00 AND W-MES-CRIT < 13
            AND W-DIA-CRIT > 00 AND W-DIA-CRIT < 32
               MOVE "S" TO W-DATA-VALIDA
           END-IF.

      *    A AGENDA ESTA EM ORDEM DE DATA + SERVICO + HORA: A LEITURA
      *    SEQUENCIAL PULA OS HORARIOS DOS OUTROS SERVICOS, OS
      *    BLOQUEADOS E OS LOTADOS.
       PROCURAR-VAGA.
           MOVE "N"             TO W-FIM-AGENDA W-ACHOU-VAGA
           MOVE W-DATA-DESEJADA TO AGV-DATA
           MOVE W-SERVICO       TO AGV-SERVICO
           MOVE W-HORA-DESEJADA TO AGV-HORA
           START ARQ-AGENDA KEY NOT < AGV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-AGENDA
           END-START
           PERFORM PROXIMA-VAGA.

       PROXIMA-VAGA.
           MOVE "N" TO W-ACHOU-VAGA
           PERFORM LER-AGENDA
                   UNTIL W-FIM-AGENDA = "S" OR W-ACHOU-VAGA = "S".

       LER-AGENDA.
           READ ARQ-AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-AGENDA
           END-READ
           IF  W-FIM-AGENDA = "S"
               EXIT PARAGRAPH
           END-IF
           IF  AGV-DATA > W-DATA-LIMITE
               MOVE "S" TO W-FIM-AGENDA
               EXIT PARAGRAPH
           END-IF
           IF  AGV-SERVICO = W-SERVICO AND AGV-ABERTA
            AND AGV-OCUPADAS < AGV-CAPACIDADE
               IF  AGV-DATA > W-DATA-DESEJADA
                OR AGV-HORA NOT < W-HORA-DESEJADA
                   MOVE "S" TO W-ACHOU-VAGA
               END-IF
           END-IF.

       OFERECER-HORARIO.
           MOVE AGV-DATA TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           MOVE AGV-HORA TO W-HORA-EDICAO
           PERFORM EDITAR-HORA
           DISPLAY W-DATA-EXIBICAO AT 1629
           DISPLAY W-HORA-EXIBICAO AT 1641
           MOVE SPACE TO W-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL CONFIRMA-OK
               ACCEPT W-CONFIRMA AT 1752 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA = "O"
               PERFORM PROXIMA-VAGA
           END-IF.

      *    A VAGA E RELIDA PELA CHAVE ANTES DE OCUPAR: OUTRO BALCAO
      *    PODE TER PREENCHIDO O HORARIO ENQUANTO A TELA ESPERAVA.
      *    SEM PROTOCOLO DO PGM54 A VAGA E DEVOLVIDA.
       GRAVAR-MARCACAO.
           READ ARQ-AGENDA
           IF  CODERRO-AGE NOT = "00"
            OR NOT AGV-ABERTA
            OR AGV-OCUPADAS NOT < AGV-CAPACIDADE
               DISPLAY "HORARIO ACABOU DE LOTAR - REFACA A MARCACAO"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AGV-OCUPADAS
           REWRITE REG-AGENDA
           IF  CODERRO-AGE NOT = "00"
               MOVE CODERRO-AGE TO CODERRO
               PERFORM EXIBIR-ERRO-GRAVACAO
               EXIT PARAGRAPH
           END-IF
           CALL "PGM54" USING W-CPF-INFORMADO "G" WS-OPERADOR-LOGADO
                              W-NUM-PROTOCOLO
           IF  W-NUM-PROTOCOLO = ZEROS
               PERFORM DEVOLVER-VAGA
               DISPLAY "PROTOCOLO NAO ALOCADO - MARCACAO DESFEITA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-MARCACAO
           MOVE W-NUM-PROTOCOLO  TO MAR-PROTOCOLO MAR-VAGA-PROTOCOLO
           MOVE W-CPF-INFORMADO  TO MAR-CPF
           MOVE AGV-DATA         TO MAR-DATA
           MOVE AGV-SERVICO      TO MAR-SERVICO
           MOVE AGV-HORA         TO MAR-HORA
           MOVE NOME             TO MAR-NOME
           MOVE "M"              TO MAR-SITUACAO
           MOVE "B"              TO MAR-ORIGEM
           MOVE WS-OPERADOR-LOGADO TO MAR-OPERADOR
           MOVE WS-DATA-SIST-NUM TO MAR-DATA-MARCACAO
           WRITE REG-MARCACAO
           IF  CODERRO NOT = "00"
               PERFORM DEVOLVER-VAGA
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY W-NUM-PROTOCOLO AT 1829
               DISPLAY "MARCADO - INFORME O PROTOCOLO AO CIDADAO"
                       AT 2421
           END-IF.

      *    ----------------------------------------------------------
      *    CANCELAMENTO, PRESENCA E FALTA PELO PROTOCOLO
      *    ----------------------------------------------------------
       BAIXAR-MARCACAO.
           DISPLAY  "PROTOCOLO........:"  AT  1210.
           DISPLAY  "NOME.............:"  AT  1310.
           DISPLAY  "SERVICO..........:"  AT  1410.
           DISPLAY  "DATA / HORA......:"  AT  1510.
           DISPLAY  "SITUACAO.........:"  AT  1610.
           DISPLAY  "CONFIRMA? (S/N)..:"  AT  1810.

           ACCEPT W-NUM-PROTOCOLO AT 1229 WITH AUTO
           MOVE W-NUM-PROTOCOLO TO MAR-PROTOCOLO
           READ ARQ-MARCACOES
           IF  CODERRO NOT = "00"
               DISPLAY "PROTOCOLO SEM AGENDAMENTO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           PERFORM EXIBIR-MARCACAO
           IF  NOT MAR-MARCADO
               DISPLAY "AGENDAMENTO JA BAIXADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-PRESENCA AND MAR-DATA NOT = WS-DATA-SIST-NUM
               DISPLAY "PRESENCA SO NO DIA MARCADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-FALTA AND MAR-DATA > WS-DATA-SIST-NUM
               DISPLAY "FALTA SO NO DIA MARCADO OU DEPOIS" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 1829 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-CANCELAR
               MOVE "C" TO MAR-SITUACAO
           ELSE
           IF  FUNCAO-PRESENCA
               MOVE "P" TO MAR-SITUACAO
               MOVE WS-HHMM-SIST TO MAR-HORA-CHEGADA
           ELSE
               MOVE "F" TO MAR-SITUACAO
           END-IF
           END-IF
           MOVE WS-OPERADOR-LOGADO TO MAR-OPERADOR-BAIXA
           REWRITE REG-MARCACAO
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-CANCELAR
               MOVE MAR-DATA    TO AGV-DATA
               MOVE MAR-SERVICO TO AGV-SERVICO
               MOVE MAR-HORA    TO AGV-HORA
               READ ARQ-AGENDA
               IF  CODERRO-AGE = "00"
                   PERFORM DEVOLVER-VAGA
               END-IF
           END-IF
           PERFORM EXIBIR-MARCACAO
           DISPLAY "AGENDAMENTO ATUALIZADO" AT 2421.

       EXIBIR-MARCACAO.
           DISPLAY MAR-CPF  AT 1229
           DISPLAY MAR-NOME AT 1329
           MOVE SPACES TO W-DESCR-SERVICO
           SET WS-IDX-SERV TO 1
           SEARCH WS-SERV-ITEM
               WHEN WS-SERV-CODIGO (WS-IDX-SERV) = MAR-SERVICO
                   MOVE WS-SERV-DESCRICAO (WS-IDX-SERV)
                     TO W-DESCR-SERVICO
           END-SEARCH
           DISPLAY W-DESCR-SERVICO AT 1429
           MOVE MAR-DATA TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           MOVE MAR-HORA TO W-HORA-EDICAO
           PERFORM EDITAR-HORA
           DISPLAY W-DATA-EXIBICAO AT 1529
           DISPLAY W-HORA-EXIBICAO AT 1541
           EVALUATE TRUE
               WHEN MAR-MARCADO
                   MOVE "MARCADO"           TO W-SITUACAO-EXIB
               WHEN MAR-PRESENTE
                   MOVE "PRESENTE"          TO W-SITUACAO-EXIB
               WHEN MAR-FALTOU
                   MOVE "FALTOU"            TO W-SITUACAO-EXIB
               WHEN OTHER
                   MOVE "CANCELADO"         TO W-SITUACAO-EXIB
           END-EVALUATE
           DISPLAY W-SITUACAO-EXIB AT 1629.

       DEVOLVER-VAGA.
           IF  AGV-OCUPADAS > ZEROS
               SUBTRACT 1 FROM AGV-OCUPADAS
               REWRITE REG-AGENDA
           END-IF.

       EDITAR-DATA.
           MOVE W-DATA-EDICAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-EDICAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-EDICAO (1:4) TO W-DATA-EXIBICAO (7:4).

       EDITAR-HORA.
           MOVE W-HORA-EDICAO (1:2) TO W-HORA-EXIBICAO (1:2)
           MOVE ":"                 TO W-HORA-EXIBICAO (3:1)
           MOVE W-HORA-EDICAO (3:2) TO W-HORA-EXIBICAO (4:2).

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
           IF  W-ARQUIVOS-ABERTOS = "S"
               CLOSE ARQ-AGENDA
               CLOSE ARQ-MARCACOES
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

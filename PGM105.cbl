       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM105  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    VISITAS DOMICILIARES NO BALCAO (VISITAS.DAT, CPYVISIT).
      *    PELO CPF DA PESSOA:
      *      S - SOLICITAR UMA VISITA A MAO (ORIGEM "MA"), COM O
      *          MOTIVO; RECUSADA SE JA HOUVER UMA EM ABERTO;
      *      R - REGISTRAR O RESULTADO DA VISITA EM ABERTO JA
      *          ATRIBUIDA A UM TECNICO (PGM106): FAMILIA ENCONTRADA,
      *          MUDOU-SE, ENDERECO NAO EXISTE OU RECUSOU. O
      *          RESULTADO E A OBSERVACAO DO TECNICO VIRAM ANOTACOES
      *          DA PESSOA (ARQ-NOTAS, AS MESMAS DO PGM04) E "MUDOU-SE"
      *          ABRE PENDENCIA DE ENDERECO NA LISTA DE QUALIDADE
      *          (QUALIDAD.WRK, MOTIVO 08), TRABALHADA NO PGM30;
      *      C - CANCELAR A VISITA EM ABERTO.
      *    CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO-PES.

           COPY CPYSELVI REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELNO REPLACING STATUS-FIELD BY CODERRO-NTA.

           SELECT ARQ-QUALIDADE ASSIGN TO "C:\TEMP\QUALIDAD.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-QUA.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-VISITAS
           LABEL  RECORD  STANDARD.
       COPY CPYVISIT.

       FD  ARQ-NOTAS
           LABEL  RECORD  STANDARD.
       COPY CPYNOTA.

       FD  ARQ-QUALIDADE
           LABEL  RECORD  STANDARD.
       COPY CPYQUALI.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-PES  PIC X(2) VALUE SPACES.
       77  CODERRO-NTA  PIC X(2) VALUE SPACES.
       77  CODERRO-QUA  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "S" "R" "C".
           88  FUNCAO-SOLICITAR VALUE "S".
           88  FUNCAO-RESULTADO VALUE "R".
           88  FUNCAO-CANCELAR  VALUE "C".
       77  W-CONFIRMA  PIC X VALUE SPACE.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-ARQUIVOS-ABERTOS  PIC X  VALUE "N".
       01  W-CPF-INFORMADO     PIC X(11) VALUE SPACES.
       01  W-PESSOA-OK         PIC X  VALUE "N".
       01  W-MOTIVO            PIC X(40) VALUE SPACES.
       01  W-RESULTADO         PIC X  VALUE SPACE.
       01  W-DESCR-RESULTADO   PIC X(20) VALUE SPACES.
       01  W-DATA-VISITA       PIC 9(8) VALUE ZEROS.
       01  W-DATA-VALIDA       PIC X  VALUE "N".
       01  W-ANO-CRIT          PIC 9(4) VALUE ZEROS.
       01  W-MES-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-DIA-CRIT          PIC 9(2) VALUE ZEROS.
       01  W-OBSERVACAO        PIC X(40) VALUE SPACES.
       01  W-DATA-EDICAO       PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-DESCR-ORIGEM      PIC X(26) VALUE SPACES.
       01  W-TEXTO-NOTA        PIC X(60) VALUE SPACES.

      *    A VISITA EM ABERTO DA PESSOA (NO MAXIMO UMA).
       01  W-FIM-VISITAS       PIC X  VALUE "N".
       01  W-TEM-ABERTA        PIC X  VALUE "N".
       01  W-CHAVE-ABERTA      PIC X(19) VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
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
               10 LINE 06 COLUMN 27 VALUE
               "VISITAS DOMICILIARES".
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
      *    VISITAS E NOTAS SAO CRIADAS VAZIAS NA PRIMEIRA VEZ.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-VISITAS.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-VISITAS
               CLOSE ARQ-VISITAS
               OPEN I-O ARQ-VISITAS
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VISITAS.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF  CODERRO-NTA = "35"
               OPEN OUTPUT ARQ-NOTAS
               CLOSE ARQ-NOTAS
               OPEN I-O ARQ-NOTAS
           END-IF.
           IF  CODERRO-NTA NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAS.DAT - STATUS " CODERRO-NTA
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               CLOSE ARQ-VISITAS
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO W-ARQUIVOS-ABERTOS.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           PERFORM   RECEBER-PESSOA.
           IF  W-PESSOA-OK = "S"
               PERFORM PROCURAR-VISITA-ABERTA
               PERFORM EXECUTAR-FUNCAO
           END-IF.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-VISITAS.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA W-CPF-INFORMADO
                          W-MOTIVO W-RESULTADO W-OBSERVACAO.
           MOVE ZEROS  TO W-DATA-VISITA.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: S=SOLICITAR R=RESULTADO C=CANCELAR"
                    AT  1010.
           DISPLAY  "CPF..............:"  AT  1210.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1055 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE S, R OU C" AT 2421
               END-IF
           END-PERFORM.

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
           IF  FUNCAO-SOLICITAR AND NOT PESSOA-ATIVA
               DISPLAY "CADASTRO NAO ESTA ATIVO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-PESSOA-OK.

      *    AS VISITAS DO CPF ESTAO JUNTAS NA CHAVE (CPF + DATA); A EM
      *    ABERTO, SE HOUVER, E RELIDA PELA CHAVE NO FIM.
       PROCURAR-VISITA-ABERTA.
           MOVE "N"   TO W-TEM-ABERTA W-FIM-VISITAS
           MOVE W-CPF-INFORMADO TO VIS-CPF
           MOVE ZEROS TO VIS-DATA-SOLICITACAO
           START ARQ-VISITAS KEY NOT < VIS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-VISITAS
           END-START
           PERFORM LER-VISITA-PESSOA UNTIL W-FIM-VISITAS = "S"
           IF  W-TEM-ABERTA = "S"
               MOVE W-CHAVE-ABERTA TO VIS-CHAVE
               READ ARQ-VISITAS
               PERFORM EXIBIR-VISITA
           END-IF.

       LER-VISITA-PESSOA.
           READ ARQ-VISITAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VISITAS
           END-READ
           IF  W-FIM-VISITAS NOT = "S"
               IF  VIS-CPF NOT = W-CPF-INFORMADO
                   MOVE "S" TO W-FIM-VISITAS
               ELSE
                   IF  VIS-EM-ABERTO
                       MOVE "S"       TO W-TEM-ABERTA
                       MOVE VIS-CHAVE TO W-CHAVE-ABERTA
                   END-IF
               END-IF
           END-IF.

       EXIBIR-VISITA.
           DISPLAY "SOLICITADA EM....:" AT 1310
           MOVE VIS-DATA-SOLICITACAO TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO AT 1329
           EVALUATE TRUE
               WHEN VIS-ORIGEM-CORREIO
                   MOVE "CORRESPONDENCIA DEVOLVIDA" TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-ELEGIB
                   MOVE "ELEGIBILIDADE"       TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-CADUNICO
                   MOVE "DIVERGENCIA CADUNICO" TO W-DESCR-ORIGEM
               WHEN VIS-ORIGEM-FRAUDE
                   MOVE "INDICIO DE FRAUDE"   TO W-DESCR-ORIGEM
               WHEN OTHER
                   MOVE "PEDIDO NO BALCAO"    TO W-DESCR-ORIGEM
           END-EVALUATE
           DISPLAY W-DESCR-ORIGEM AT 1342
           DISPLAY "MOTIVO...........:" AT 1410
           DISPLAY VIS-MOTIVO AT 1429
           DISPLAY "TECNICO..........:" AT 1510
           IF  VIS-ATRIBUIDA
               DISPLAY VIS-TECNICO AT 1529
           ELSE
               DISPLAY "(AGUARDANDO ATRIBUICAO)" AT 1529
           END-IF.

       EXECUTAR-FUNCAO.
           IF  FUNCAO-SOLICITAR
               PERFORM SOLICITAR-VISITA
           ELSE
           IF  W-TEM-ABERTA NOT = "S"
               DISPLAY "NENHUMA VISITA EM ABERTO PARA O CPF" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  FUNCAO-RESULTADO
               PERFORM REGISTRAR-RESULTADO
           ELSE
               PERFORM CANCELAR-VISITA
           END-IF
           END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    SOLICITACAO A MAO
      *    ----------------------------------------------------------
       SOLICITAR-VISITA.
           IF  W-TEM-ABERTA = "S"
               DISPLAY "JA HA VISITA EM ABERTO PARA O CPF" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO...........:" AT 1410
           PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
               ACCEPT W-MOTIVO AT 1429 WITH UPPER AUTO
           END-PERFORM
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-VISITAS
           MOVE W-CPF-INFORMADO    TO VIS-CPF
           MOVE WS-DATA-SIST-NUM   TO VIS-DATA-SOLICITACAO
           MOVE "MA"               TO VIS-ORIGEM
           MOVE W-MOTIVO           TO VIS-MOTIVO
           MOVE "S"                TO VIS-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO VIS-OPERADOR-SOLIC
           WRITE REG-VISITAS
           IF  CODERRO = "22"
               DISPLAY "JA HOUVE VISITA SOLICITADA HOJE PARA O CPF"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "VISITA SOLICITADA - AGUARDA O SUPERVISOR"
                       AT 2421
           END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    RESULTADO DA VISITA
      *    ----------------------------------------------------------
       REGISTRAR-RESULTADO.
           IF  NOT VIS-ATRIBUIDA
               DISPLAY "VISITA AINDA NAO ATRIBUIDA A UM TECNICO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESULTADO........:" AT 1610
           DISPLAY "E=ENCONTRADA M=MUDOU-SE I=END. NAO EXISTE R=RECUSOU"
                   AT 1632
           DISPLAY "DATA DA VISITA...:" AT 1710
           DISPLAY "(AAAAMMDD, BRANCO = HOJE)" AT 1745
           DISPLAY "OBSERVACAO.......:" AT 1810
           MOVE SPACE TO VIS-RESULTADO
           PERFORM WITH TEST AFTER UNTIL VIS-RESULTADO-OK
               ACCEPT W-RESULTADO AT 1629 WITH UPPER AUTO
               MOVE W-RESULTADO TO VIS-RESULTADO
           END-PERFORM
           PERFORM RECEBER-DATA-VISITA
           ACCEPT W-OBSERVACAO AT 1829 WITH UPPER AUTO
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "R"                TO VIS-SITUACAO
           MOVE W-DATA-VISITA      TO VIS-DATA-VISITA
           MOVE WS-OPERADOR-LOGADO TO VIS-OPERADOR-RESULTADO
           MOVE W-OBSERVACAO       TO VIS-OBSERVACAO
           REWRITE REG-VISITAS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
               EXIT PARAGRAPH
           END-IF
           PERFORM ANOTAR-RESULTADO
           IF  VIS-MUDOU-SE
               PERFORM ABRIR-PENDENCIA-ENDERECO
           END-IF
           DISPLAY "RESULTADO REGISTRADO" AT 2421.

      *    A VISITA NAO E DO FUTURO NEM DE ANTES DA SOLICITACAO.
       RECEBER-DATA-VISITA.
           PERFORM WITH TEST AFTER UNTIL W-DATA-VALIDA = "S"
               ACCEPT W-DATA-VISITA AT 1729 WITH AUTO
               IF  W-DATA-VISITA = ZEROS
                   MOVE WS-DATA-SIST-NUM TO W-DATA-VISITA
               END-IF
               PERFORM CRITICAR-DATA
               IF  W-DATA-VALIDA = "S"
                AND (W-DATA-VISITA > WS-DATA-SIST-NUM
                  OR W-DATA-VISITA < VIS-DATA-SOLICITACAO)
                   MOVE "N" TO W-DATA-VALIDA
               END-IF
               IF  W-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA DA VISITA INVALIDA!" AT 2421
               ELSE
                   MOVE W-DATA-VISITA TO W-DATA-EDICAO
                   PERFORM EDITAR-DATA
                   DISPLAY W-DATA-EXIBICAO AT 1729
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM.

       CRITICAR-DATA.
           MOVE "N" TO W-DATA-VALIDA
           MOVE W-DATA-VISITA (1:4) TO W-ANO-CRIT
           MOVE W-DATA-VISITA (5:2) TO W-MES-CRIT
           MOVE W-DATA-VISITA (7:2) TO W-DIA-CRIT
           IF  W-ANO-CRIT > 2000
            AND W-MES-CRIT > 00 AND W-MES-CRIT < 13
            AND W-DIA-CRIT > 00 AND W-DIA-CRIT < 32
               MOVE "S" TO W-DATA-VALIDA
           END-IF.

      *    UMA NOTA COM O RESULTADO E O TECNICO E, SE HOUVER, OUTRA
      *    COM A OBSERVACAO -- NO MESMO SEGUNDO, EMPURRADA COMO NO
      *    PGM04.
       ANOTAR-RESULTADO.
           EVALUATE TRUE
               WHEN VIS-FAMILIA-ENCONTRADA
                   MOVE "FAMILIA ENCONTRADA"  TO W-DESCR-RESULTADO
               WHEN VIS-MUDOU-SE
                   MOVE "MUDOU-SE"            TO W-DESCR-RESULTADO
               WHEN VIS-ENDERECO-INEXISTENTE
                   MOVE "ENDERECO NAO EXISTE" TO W-DESCR-RESULTADO
               WHEN OTHER
                   MOVE "RECUSOU A VISITA"    TO W-DESCR-RESULTADO
           END-EVALUATE
           MOVE SPACES TO W-TEXTO-NOTA
           STRING "VISITA DOMICILIAR: " DELIMITED BY SIZE
                  W-DESCR-RESULTADO     DELIMITED BY "  "
                  " (TECNICO "          DELIMITED BY SIZE
                  VIS-TECNICO           DELIMITED BY SPACE
                  ")"                   DELIMITED BY SIZE
                  INTO W-TEXTO-NOTA
           END-STRING
           ACCEPT WS-HORA-SIST FROM TIME
           MOVE W-CPF-INFORMADO TO NTA-CPF
           COMPUTE NTA-DATA-HORA =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +
                   WS-DIA-SIST * 1000000     +
                   WS-HH-SIST  * 10000       +
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST
           PERFORM GRAVAR-NOTA
           IF  W-OBSERVACAO NOT = SPACES
               MOVE SPACES TO W-TEXTO-NOTA
               STRING "OBS. DA VISITA: " DELIMITED BY SIZE
                      W-OBSERVACAO       DELIMITED BY SIZE
                      INTO W-TEXTO-NOTA
               END-STRING
               ADD 1 TO NTA-DATA-HORA
               PERFORM GRAVAR-NOTA
           END-IF.

       GRAVAR-NOTA.
           MOVE WS-OPERADOR-LOGADO TO NTA-OPERADOR
           MOVE WS-POSTO-LOGADO    TO NTA-POSTO
           MOVE W-TEXTO-NOTA       TO NTA-TEXTO
           WRITE REG-NOTAS
           IF  CODERRO-NTA = "22"
               ADD 1 TO NTA-DATA-HORA
               WRITE REG-NOTAS
           END-IF
           IF  CODERRO-NTA NOT = "00"
               DISPLAY "ERRO AO GRAVAR NOTA - STATUS " CODERRO-NTA
                       AT 2040 WITH FOREGROUND-COLOR 4
           END-IF.

      *    MESMO CAMINHO DA CORRESPONDENCIA DEVOLVIDA (PGM66): A LISTA
      *    E ABERTA EM EXTEND PARA NAO DESCARTAR AS PENDENCIAS QUE JA
      *    ESTAO NELA.
       ABRIR-PENDENCIA-ENDERECO.
           OPEN EXTEND ARQ-QUALIDADE
           IF  CODERRO-QUA NOT = "00"
               OPEN OUTPUT ARQ-QUALIDADE
           END-IF
           IF  CODERRO-QUA NOT = "00"
               DISPLAY "ERRO AO ABRIR QUALIDAD.WRK - STATUS "
                       CODERRO-QUA AT 2040 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-QUALIDADE
           MOVE W-CPF-INFORMADO TO QUA-CPF
           MOVE NOME            TO QUA-NOME
           MOVE "08"            TO QUA-MOTIVO (1)
           MOVE "N"             TO QUA-RESOLVIDO
           WRITE REG-QUALIDADE
           IF  CODERRO-QUA NOT = "00"
               DISPLAY "ERRO AO GRAVAR QUALIDAD.WRK - STATUS "
                       CODERRO-QUA AT 2040 WITH FOREGROUND-COLOR 4
           END-IF
           CLOSE ARQ-QUALIDADE.

      *    ----------------------------------------------------------
      *    CANCELAMENTO
      *    ----------------------------------------------------------
       CANCELAR-VISITA.
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "C"                TO VIS-SITUACAO
           MOVE WS-OPERADOR-LOGADO TO VIS-OPERADOR-RESULTADO
           MOVE WS-DATA-SIST-NUM   TO VIS-DATA-VISITA
           REWRITE REG-VISITAS
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "VISITA CANCELADA" AT 2421
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
           IF  W-ARQUIVOS-ABERTOS = "S"
               CLOSE ARQ-VISITAS
               CLOSE ARQ-NOTAS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

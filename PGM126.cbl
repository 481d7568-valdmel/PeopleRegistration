       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM126  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    SESSOES ABERTAS: LISTA O REGISTRO DE SESSOES (SESSOES.DAT,
      *    LAYOUT CPYSESSA) COM O OPERADOR, O TERMINAL, O POSTO, A
      *    HORA DO LOGIN, A DA ULTIMA ATIVIDADE E HA QUANTOS MINUTOS
      *    A SESSAO ESTA PARADA. SESSAO PARADA ALEM DO PRAZO DO
      *    PARAMETRO W-PAR-MINUTOS-SESSAO (PGM34) APARECE COMO
      *    EXPIRADA: ELA SAI DO REGISTRO NA PROXIMA VERIFICACAO DO
      *    PROPRIO TERMINAL OU NO PROXIMO LOGIN DO OPERADOR. O
      *    SUPERVISOR PODE DERRUBAR UMA SESSAO INFORMANDO O LOGIN;
      *    QUEM FAZ A DERRUBADA E O SEU REGISTRO NO SEGEVENT.LOG E O
      *    PGM125 (FUNCAO "D"), E O PGM00 DO OUTRO TERMINAL ENCERRA
      *    NA PROXIMA OPCAO DE MENU. A PROPRIA SESSAO NAO PODE SER
      *    DERRUBADA DAQUI. CHAMADO PELO PGM00 NO SUBMENU SUPERVISAO
      *    (SO SUPERVISOR), MESMO PADRAO DE TELA DO PGM99.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELSS REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELOP REPLACING STATUS-FIELD BY CODERRO-OPE.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-SESSOES
           LABEL  RECORD  STANDARD.
       COPY CPYSESSA.

       FD  ARQ-OPERADORES IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYREGOP.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-OPE  PIC  X(2)  VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       77  W-CONFIRMA  PIC X VALUE SPACE.
           88  CONFIRMA-OK  VALUE "S" "N".
       77  W-FIM-SESSOES      PIC X VALUE "N".
       77  W-LINHA            PIC 99 VALUE ZEROS.
       77  W-POSICAO          PIC 9(4) VALUE ZEROS.
       77  W-QTD-SESSOES      PIC 9(4) VALUE ZEROS.
       77  W-QTD-EXCEDENTE    PIC 9(4) VALUE ZEROS.
       77  W-MINUTO-AGORA     PIC 9(9) VALUE ZEROS.
       77  W-MINUTO-ATIVIDADE PIC 9(9) VALUE ZEROS.
       77  W-MINUTOS-OCIOSA   PIC 9(9) VALUE ZEROS.
       77  W-DATA-AUX         PIC 9(8) VALUE ZEROS.
       77  W-LOGIN-DERRUBAR   PIC X(8) VALUE SPACES.
       77  W-TERMINAL-DERRUBADO PIC X(15) VALUE SPACES.
       77  W-RETORNO-SESSAO   PIC X VALUE SPACE.
       01  W-BRANCO           PIC X(80) VALUE SPACE.
       01  W-HORARIO-AUX.
           05  W-AUX-DATA.
               10  W-AUX-ANO  PIC 9(4).
               10  W-AUX-MES  PIC 9(2).
               10  W-AUX-DIA  PIC 9(2).
           05  W-AUX-HH       PIC 9(2).
           05  W-AUX-MM       PIC 9(2).
           05  W-AUX-SS       PIC 9(2).
       01  W-AUX-DATA-NUM REDEFINES W-HORARIO-AUX.
           05  W-AUX-AAAAMMDD PIC 9(8).
           05  FILLER         PIC 9(6).

       01  W-LINHA-SESSAO.
           05  W-LIN-LOGIN       PIC X(8).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-NOME        PIC X(16).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-TERMINAL    PIC X(15).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-POSTO       PIC X(4).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-ENTRADA     PIC X(11).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-ATIVIDADE   PIC X(5).
           05  FILLER            PIC X VALUE SPACE.
           05  W-LIN-OCIOSA      PIC ZZZ9.

       01  W-HORA-EDITADA.
           05  W-HED-DIA         PIC 99.
           05  FILLER            PIC X VALUE "/".
           05  W-HED-MES         PIC 99.
           05  FILLER            PIC X VALUE SPACE.
           05  W-HED-HH          PIC 99.
           05  FILLER            PIC X VALUE ":".
           05  W-HED-MM          PIC 99.

       01  W-MENSAGEM-MAIS.
           05  FILLER            PIC X(7) VALUE "E MAIS ".
           05  W-MAIS-QTD        PIC ZZZ9.
           05  FILLER            PIC X(24) VALUE
               " SESSOES NAO LISTADAS".

       COPY CPYPARAM.
       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.
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
               "SESSOES ABERTAS".
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
           PERFORM   PROCESSAMENTO UNTIL OPC = "N".
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.

      *    ARQ-OPERADORES JA VEM ABERTO PELO PGM00 (FD IS EXTERNAL),
      *    COMO NO PGM122; AQUI ELE SO E LIDO PARA MOSTRAR O NOME.
       INICIALIZACAO.
           CALL "PGM35"
           MOVE "S" TO OPC.

       PROCESSAMENTO.
           PERFORM   LISTAR-SESSOES.
           PERFORM   RECEBER-LOGIN.
           IF  W-LOGIN-DERRUBAR = SPACES
               MOVE "N" TO OPC
           ELSE
               PERFORM DERRUBAR-SESSAO
           END-IF.

      *    O ARQUIVO E ABERTO SO PARA A LISTAGEM E FECHADO EM SEGUIDA:
      *    A DERRUBADA E FEITA PELO PGM125, QUE ABRE O MESMO ARQUIVO.
       LISTAR-SESSOES.
           DISPLAY ERASE.
           DISPLAY TELA01.
           DISPLAY "LOGIN"    AT 0901
           DISPLAY "NOME"     AT 0910
           DISPLAY "TERMINAL" AT 0927
           DISPLAY "POSTO"    AT 0943
           DISPLAY "ENTRADA"  AT 0949
           DISPLAY "ULT."     AT 0961
           DISPLAY "MIN"      AT 0967

           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIST FROM TIME
           MOVE WS-DATA-SIST TO W-DATA-AUX
           COMPUTE W-MINUTO-AGORA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-AUX) * 1440
                 + WS-HH-SIST * 60 + WS-MM-SIST

           MOVE ZEROS TO W-QTD-SESSOES W-QTD-EXCEDENTE
           MOVE 9     TO W-LINHA
           MOVE "N"   TO W-FIM-SESSOES

           OPEN INPUT ARQ-SESSOES
           IF  CODERRO = "35"
               DISPLAY "NENHUMA SESSAO ABERTA" AT 1001
               EXIT PARAGRAPH
           END-IF
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR SESSOES.DAT - STATUS " CODERRO
                       AT 2401 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF

           PERFORM LER-PROXIMA-SESSAO
           PERFORM EXIBIR-SESSAO UNTIL W-FIM-SESSOES = "S"
           CLOSE ARQ-SESSOES

           IF  W-QTD-SESSOES = ZEROS
               DISPLAY "NENHUMA SESSAO ABERTA" AT 1001
           END-IF
           IF  W-QTD-EXCEDENTE > ZEROS
               MOVE W-QTD-EXCEDENTE TO W-MAIS-QTD
               DISPLAY W-MENSAGEM-MAIS AT 2201
           END-IF.

       LER-PROXIMA-SESSAO.
           READ ARQ-SESSOES NEXT
               AT END
                   MOVE "S" TO W-FIM-SESSOES
           END-READ
           IF  CODERRO NOT = "00"
               MOVE "S" TO W-FIM-SESSOES
           END-IF.

      *    CABEM 12 SESSOES NA TELA (LINHAS 10 A 21); AS DEMAIS SO
      *    SAO CONTADAS.
       EXIBIR-SESSAO.
           ADD 1 TO W-QTD-SESSOES
           IF  W-QTD-SESSOES > 12
               ADD 1 TO W-QTD-EXCEDENTE
               PERFORM LER-PROXIMA-SESSAO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-LINHA
           COMPUTE W-POSICAO = W-LINHA * 100 + 1

           MOVE SES-LOGIN    TO W-LIN-LOGIN
           MOVE SES-TERMINAL TO W-LIN-TERMINAL
           MOVE SES-POSTO    TO W-LIN-POSTO
           MOVE SES-LOGIN    TO OPE-LOGIN
           READ ARQ-OPERADORES
           IF  CODERRO-OPE = "00"
               MOVE OPE-NOME TO W-LIN-NOME
           ELSE
               MOVE "(NAO CADASTRADO)" TO W-LIN-NOME
           END-IF

           MOVE SES-DATA-HORA-LOGIN TO W-HORARIO-AUX
           MOVE W-AUX-DIA TO W-HED-DIA
           MOVE W-AUX-MES TO W-HED-MES
           MOVE W-AUX-HH  TO W-HED-HH
           MOVE W-AUX-MM  TO W-HED-MM
           MOVE W-HORA-EDITADA TO W-LIN-ENTRADA

           MOVE SES-ULTIMA-ATIVIDADE TO W-HORARIO-AUX
           MOVE W-AUX-HH  TO W-HED-HH
           MOVE W-AUX-MM  TO W-HED-MM
           MOVE W-HORA-EDITADA (7:5) TO W-LIN-ATIVIDADE
           PERFORM CALCULAR-OCIOSIDADE
           IF  W-MINUTOS-OCIOSA > 9999
               MOVE 9999 TO W-LIN-OCIOSA
           ELSE
               MOVE W-MINUTOS-OCIOSA TO W-LIN-OCIOSA
           END-IF

           DISPLAY W-LINHA-SESSAO AT W-POSICAO
           IF  W-MINUTOS-OCIOSA > W-PAR-MINUTOS-SESSAO
               ADD 71 TO W-POSICAO
               DISPLAY "EXPIRADA" AT W-POSICAO
                       WITH FOREGROUND-COLOR 4
           END-IF
           PERFORM LER-PROXIMA-SESSAO.

      *    MESMA CONTA DO PGM125: MINUTOS ENTRE A ULTIMA ATIVIDADE E
      *    AGORA; REGISTRO COM A HORA ESTRAGADA CONTA COMO EXPIRADO.
       CALCULAR-OCIOSIDADE.
           IF  SES-ULTIMA-ATIVIDADE NOT NUMERIC
            OR W-AUX-AAAAMMDD < 16010101
               COMPUTE W-MINUTOS-OCIOSA = W-PAR-MINUTOS-SESSAO + 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-MINUTO-ATIVIDADE =
                   FUNCTION INTEGER-OF-DATE (W-AUX-AAAAMMDD) * 1440
                 + W-AUX-HH * 60 + W-AUX-MM
           IF  W-MINUTO-AGORA > W-MINUTO-ATIVIDADE
               COMPUTE W-MINUTOS-OCIOSA =
                       W-MINUTO-AGORA - W-MINUTO-ATIVIDADE
           ELSE
               MOVE ZEROS TO W-MINUTOS-OCIOSA
           END-IF.

       RECEBER-LOGIN.
           MOVE SPACES TO W-LOGIN-DERRUBAR
           DISPLAY "LOGIN A DERRUBAR (BRANCO = SAIR):" AT 2301
           ACCEPT W-LOGIN-DERRUBAR AT 2335 WITH UPPER AUTO.

       DERRUBAR-SESSAO.
           DISPLAY W-BRANCO AT 2401
           IF  W-LOGIN-DERRUBAR = WS-OPERADOR-LOGADO
               DISPLAY "PARA ENCERRAR A PROPRIA SESSAO USE A OPCAO SAIR"
                       AT 2401 WITH FOREGROUND-COLOR 4
               STOP  " "
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO W-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL CONFIRMA-OK
               DISPLAY "CONFIRMA A DERRUBADA? (S/N):" AT 2401
               ACCEPT W-CONFIRMA AT 2430 WITH UPPER AUTO
           END-PERFORM
           DISPLAY W-BRANCO AT 2401
           IF  W-CONFIRMA NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-TERMINAL-DERRUBADO
           CALL "PGM125" USING "D" W-LOGIN-DERRUBAR
                               W-TERMINAL-DERRUBADO W-RETORNO-SESSAO
           IF  W-RETORNO-SESSAO = "0"
               DISPLAY "SESSAO DERRUBADA NO TERMINAL "
                       W-TERMINAL-DERRUBADO AT 2401
           ELSE
           IF  W-RETORNO-SESSAO = "N"
               DISPLAY "NAO HA SESSAO ABERTA PARA ESTE LOGIN"
                       AT 2401 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "CONTROLE DE SESSOES INDISPONIVEL"
                       AT 2401 WITH FOREGROUND-COLOR 4
           END-IF
           END-IF
           STOP  " ".

       FINALIZACAO.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM125  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONTROLE DAS SESSOES DE OPERADOR (SESSOES.DAT, CPYSESSA).
      *    UM OPERADOR TEM NO MAXIMO UMA SESSAO ABERTA, E A SESSAO SEM
      *    ATIVIDADE POR MAIS DE W-PAR-MINUTOS-SESSAO MINUTOS (PGM34)
      *    ESTA ENCERRADA. SERVICOS, PELO CODIGO DE FUNCAO:
      *      "A" (ABRIR)     - LOGIN DE LK-LOGIN NO TERMINAL
      *          LK-TERMINAL, COM O POSTO DE WS-POSTO-LOGADO. SESSAO
      *          ABERTA EM OUTRO TERMINAL E AINDA DENTRO DO PRAZO
      *          RECUSA O LOGIN (RETORNO "J", COM O TERMINAL DELA EM
      *          LK-TERMINAL). SESSAO EXPIRADA, OU DEIXADA ABERTA NO
      *          MESMO TERMINAL (QUEDA DE ENERGIA, JANELA FECHADA), E
      *          ENCERRADA E SUBSTITUIDA PELA NOVA.
      *      "V" (VERIFICAR) - CHAMADO PELO PGM00 A CADA OPCAO DE
      *          MENU: SESSAO OCIOSA ALEM DO PRAZO E ENCERRADA
      *          (RETORNO "T"); SESSAO QUE NAO ESTA MAIS NO REGISTRO
      *          OU PASSOU PARA OUTRO TERMINAL FOI DERRUBADA PELO
      *          SUPERVISOR (RETORNO "D"); SENAO A HORA DA ULTIMA
      *          ATIVIDADE E ATUALIZADA.
      *      "F" (FECHAR)    - LOGOUT NORMAL (OPCAO 5 DO PGM00).
      *      "D" (DERRUBAR)  - O SUPERVISOR LOGADO (WS-OPERADOR-LOGADO)
      *          ENCERRA A SESSAO DE LK-LOGIN (TELA DO PGM126); O
      *          TERMINAL DA SESSAO DERRUBADA VOLTA EM LK-TERMINAL.
      *          RETORNO "N" = NAO HA SESSAO ABERTA PARA O LOGIN.
      *    RETORNO "0" = SERVICO FEITO; "E" = REGISTRO DE SESSOES
      *    INDISPONIVEL. ENTRADA, SAIDA, INATIVIDADE, DERRUBADA E
      *    LOGIN RECUSADO SAO GRAVADOS NO SEGEVENT.LOG PELO PGM61.
      *    MESMO PADRAO DE SUB-ROTINA DO PGM120.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELSS REPLACING STATUS-FIELD BY W-COD-ERRO-SES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SESSOES
           LABEL RECORD STANDARD.
       COPY CPYSESSA.

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-SES      PIC X(2) VALUE SPACES.
       77  W-ACHOU-SESSAO      PIC X VALUE "N".
       77  W-AGORA             PIC 9(14) VALUE ZEROS.
       77  W-MINUTO-AGORA      PIC 9(9) VALUE ZEROS.
       77  W-MINUTO-ATIVIDADE  PIC 9(9) VALUE ZEROS.
       77  W-MINUTOS-OCIOSA    PIC 9(9) VALUE ZEROS.
       77  W-MINUTOS-EDITADO   PIC ZZZZ9.
       77  W-DATA-AUX          PIC 9(8) VALUE ZEROS.
       77  W-DETALHE-EVENTO    PIC X(30) VALUE SPACES.
       01  W-HORARIO-AUX.
           05  W-AUX-DATA      PIC 9(8).
           05  W-AUX-HH        PIC 9(2).
           05  W-AUX-MM        PIC 9(2).
           05  W-AUX-SS        PIC 9(2).
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

       LINKAGE SECTION.
       01  LK-FUNCAO           PIC X(1).
       01  LK-LOGIN            PIC X(8).
       01  LK-TERMINAL         PIC X(15).
       01  LK-RETORNO          PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCAO LK-LOGIN LK-TERMINAL
                                LK-RETORNO.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIST FROM TIME
           COMPUTE W-AGORA =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +
                   WS-DIA-SIST * 1000000     +
                   WS-HH-SIST  * 10000       +
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST
           CALL "PGM35"
           MOVE "0" TO LK-RETORNO

           PERFORM ABRIR-SESSOES
           IF  W-COD-ERRO-SES NOT = "00"
               MOVE "E" TO LK-RETORNO
               GOBACK
           END-IF
           PERFORM LER-SESSAO

           IF  LK-FUNCAO = "A"
               PERFORM ABRIR-SESSAO
           ELSE
           IF  LK-FUNCAO = "V"
               PERFORM VERIFICAR-SESSAO
           ELSE
           IF  LK-FUNCAO = "F"
               PERFORM FECHAR-SESSAO
           ELSE
           IF  LK-FUNCAO = "D"
               PERFORM DERRUBAR-SESSAO
           END-IF
           END-IF
           END-IF
           END-IF

           CLOSE ARQ-SESSOES
           GOBACK.

      *    NA PRIMEIRA EXECUCAO O REGISTRO AINDA NAO EXISTE: E CRIADO
      *    VAZIO AQUI.
       ABRIR-SESSOES.
           OPEN I-O ARQ-SESSOES
           IF  W-COD-ERRO-SES = "35"
               OPEN OUTPUT ARQ-SESSOES
               CLOSE ARQ-SESSOES
               OPEN I-O ARQ-SESSOES
           END-IF.

       LER-SESSAO.
           MOVE LK-LOGIN TO SES-LOGIN
           READ ARQ-SESSOES
               INVALID KEY
                   MOVE "N" TO W-ACHOU-SESSAO
               NOT INVALID KEY
                   MOVE "S" TO W-ACHOU-SESSAO
                   PERFORM CALCULAR-OCIOSIDADE
           END-READ.

      *    MINUTOS ENTRE A ULTIMA ATIVIDADE E AGORA; REGISTRO COM A
      *    HORA ESTRAGADA CONTA COMO EXPIRADO.
       CALCULAR-OCIOSIDADE.
           MOVE W-AGORA (1:8) TO W-DATA-AUX
           COMPUTE W-MINUTO-AGORA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-AUX) * 1440
                 + WS-HH-SIST * 60 + WS-MM-SIST
           MOVE SES-ULTIMA-ATIVIDADE TO W-HORARIO-AUX
           IF  SES-ULTIMA-ATIVIDADE NOT NUMERIC
            OR W-AUX-DATA < 16010101
               COMPUTE W-MINUTOS-OCIOSA = W-PAR-MINUTOS-SESSAO + 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-MINUTO-ATIVIDADE =
                   FUNCTION INTEGER-OF-DATE (W-AUX-DATA) * 1440
                 + W-AUX-HH * 60 + W-AUX-MM
           IF  W-MINUTO-AGORA > W-MINUTO-ATIVIDADE
               COMPUTE W-MINUTOS-OCIOSA =
                       W-MINUTO-AGORA - W-MINUTO-ATIVIDADE
           ELSE
               MOVE ZEROS TO W-MINUTOS-OCIOSA
           END-IF.

       ABRIR-SESSAO.
           IF  W-ACHOU-SESSAO = "S"
               IF  SES-TERMINAL NOT = LK-TERMINAL
                AND W-MINUTOS-OCIOSA NOT > W-PAR-MINUTOS-SESSAO
                   MOVE SPACES TO W-DETALHE-EVENTO
                   STRING "JA ABERTA EM " SES-TERMINAL
                       DELIMITED BY SIZE INTO W-DETALHE-EVENTO
                   CALL "PGM61" USING "F" LK-LOGIN W-DETALHE-EVENTO
                   MOVE SES-TERMINAL TO LK-TERMINAL
                   MOVE "J" TO LK-RETORNO
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENCERRAR-SESSAO-ANTERIOR
           END-IF
           INITIALIZE REG-SESSOES
           MOVE LK-LOGIN        TO SES-LOGIN
           MOVE LK-TERMINAL     TO SES-TERMINAL
           MOVE WS-POSTO-LOGADO TO SES-POSTO
           MOVE W-AGORA         TO SES-DATA-HORA-LOGIN
                                   SES-ULTIMA-ATIVIDADE
           WRITE REG-SESSOES
           IF  W-COD-ERRO-SES NOT = "00"
               MOVE "E" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-DETALHE-EVENTO
           STRING "TERMINAL " LK-TERMINAL
               DELIMITED BY SIZE INTO W-DETALHE-EVENTO
           CALL "PGM61" USING "E" LK-LOGIN W-DETALHE-EVENTO.

      *    A SESSAO QUE FICOU PARA TRAS SAI DO REGISTRO COM O SEU
      *    PROPRIO EVENTO, PARA O RELATORIO NAO MOSTRAR DUAS ENTRADAS
      *    SEGUIDAS SEM SAIDA.
       ENCERRAR-SESSAO-ANTERIOR.
           MOVE SPACES TO W-DETALHE-EVENTO
           IF  W-MINUTOS-OCIOSA > W-PAR-MINUTOS-SESSAO
               STRING "EXPIRADA EM " SES-TERMINAL
                   DELIMITED BY SIZE INTO W-DETALHE-EVENTO
               CALL "PGM61" USING "O" LK-LOGIN W-DETALHE-EVENTO
           ELSE
               STRING "ABANDONADA EM " SES-TERMINAL
                   DELIMITED BY SIZE INTO W-DETALHE-EVENTO
               CALL "PGM61" USING "S" LK-LOGIN W-DETALHE-EVENTO
           END-IF
           DELETE ARQ-SESSOES RECORD.

       VERIFICAR-SESSAO.
           IF  W-ACHOU-SESSAO NOT = "S"
            OR SES-TERMINAL NOT = LK-TERMINAL
               MOVE "D" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF  W-MINUTOS-OCIOSA > W-PAR-MINUTOS-SESSAO
               MOVE W-MINUTOS-OCIOSA TO W-MINUTOS-EDITADO
               MOVE SPACES TO W-DETALHE-EVENTO
               STRING "OCIOSA HA" W-MINUTOS-EDITADO " MIN"
                   DELIMITED BY SIZE INTO W-DETALHE-EVENTO
               CALL "PGM61" USING "O" LK-LOGIN W-DETALHE-EVENTO
               DELETE ARQ-SESSOES RECORD
               MOVE "T" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE W-AGORA TO SES-ULTIMA-ATIVIDADE
           REWRITE REG-SESSOES.

       FECHAR-SESSAO.
           IF  W-ACHOU-SESSAO NOT = "S"
            OR SES-TERMINAL NOT = LK-TERMINAL
               EXIT PARAGRAPH
           END-IF
           DELETE ARQ-SESSOES RECORD
           MOVE SPACES TO W-DETALHE-EVENTO
           STRING "TERMINAL " LK-TERMINAL
               DELIMITED BY SIZE INTO W-DETALHE-EVENTO
           CALL "PGM61" USING "S" LK-LOGIN W-DETALHE-EVENTO.

       DERRUBAR-SESSAO.
           IF  W-ACHOU-SESSAO NOT = "S"
               MOVE "N" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE SES-TERMINAL TO LK-TERMINAL
           DELETE ARQ-SESSOES RECORD
           MOVE SPACES TO W-DETALHE-EVENTO
           STRING "POR " WS-OPERADOR-LOGADO " EM " SES-TERMINAL
               DELIMITED BY SIZE INTO W-DETALHE-EVENTO
           CALL "PGM61" USING "X" LK-LOGIN W-DETALHE-EVENTO.

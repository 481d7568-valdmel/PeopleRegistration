       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM103.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    AGENDA DO DIA PARA A RECEPCAO. RODA ANTES DA ABERTURA DO
      *    BALCAO (OU NA VESPERA, DEPOIS DO EXPEDIENTE) E FAZ DUAS
      *    COISAS:
      *      - FECHAMENTO: TODA MARCACAO (MARCACAO.DAT, CPYMARCA)
      *        AINDA "M" DE UM DIA ANTERIOR AO DA AGENDA -- NO MAXIMO
      *        ATE HOJE -- PASSA A FALTA ("F"), BAIXADA EM NOME DO
      *        OPERADOR DO LOTE. E ESTA BAIXA QUE ALIMENTA O AVISO DE
      *        FALTAS DO PGM102 E O RELATORIO MENSAL DO PGM104;
      *      - AGENDIA.LST: AS MARCACOES DO DIA, POR SERVICO E
      *        HORA, COM PROTOCOLO, CPF MASCARADO, NOME, ORIGEM
      *        (BALCAO OU RECADASTRAMENTO) E UMA COLUNA EM BRANCO PARA
      *        A RECEPCAO ANOTAR A CHEGADA. AS CANCELADAS NAO SAEM.
      *    A CHAVE ALTERNATIVA DAS MARCACOES (DATA + SERVICO + HORA)
      *    JA DA A ORDEM DA AGENDA: NAO HA CLASSIFICACAO. A LISTAGEM
      *    E REGISTRADA NO CATALOGO DO PGM38.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELMC REPLACING STATUS-FIELD BY W-COD-ERRO.

           SELECT REL-AGENDA ASSIGN TO "C:\TEMP\AGENDIA.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MARCACOES
           LABEL RECORD STANDARD.
       COPY CPYMARCA.

       FD  REL-AGENDA
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".

      *    DIA DA AGENDA (CONSOLE, BRANCO = HOJE) E CORTE DO
      *    FECHAMENTO (O DIA DA AGENDA, MAS NUNCA DEPOIS DE AMANHA).
       01  W-DATA-INFORMADA    PIC X(8)  VALUE SPACES.
       01  W-DATA-AGENDA       PIC 9(8)  VALUE ZEROS.
       01  W-DATA-CORTE        PIC 9(8)  VALUE ZEROS.
       01  W-DATA-AMANHA       PIC 9(8)  VALUE ZEROS.
       01  W-DATA-AGENDA-EXIB  PIC X(10) VALUE SPACES.

       01  W-SERVICO-ANTERIOR  PIC X(2)  VALUE SPACES.
       01  W-DESCR-SERVICO     PIC X(22) VALUE SPACES.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-FECHADAS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-AGENDA       PIC 9(5) VALUE ZEROS.
       01  W-CONT-SERVICO      PIC 9(5) VALUE ZEROS.

       COPY CPYSERVI.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM103".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\AGENDIA.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(30)
               VALUE "AGENDA DO BALCAO - DIA".
           05  W-CAB1-DIA          PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB-SERVICO.
           05  FILLER              PIC X(10) VALUE "SERVICO : ".
           05  W-CABS-CODIGO       PIC X(2).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  W-CABS-DESCRICAO    PIC X(22).

       01  W-CAB2.
           05  FILLER              PIC X(7)  VALUE "HORA".
           05  FILLER              PIC X(11) VALUE "PROTOCOLO".
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(8)  VALUE "ORIGEM".
           05  FILLER              PIC X(10) VALUE "SITUACAO".
           05  FILLER              PIC X(12) VALUE "CHEGADA".

       01  W-DETALHE.
           05  WD-HORA             PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PROTOCOLO        PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-ORIGEM           PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-SITUACAO         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CHEGADA          PIC X(10).

       01  W-RODAPE-SERVICO.
           05  FILLER              PIC X(24)
               VALUE "ATENDIMENTOS MARCADOS : ".
           05  W-ROD-SERVICO       PIC ZZ.ZZ9.

       01  W-RODAPE-GERAL.
           05  FILLER              PIC X(24)
               VALUE "TOTAL DO DIA          : ".
           05  W-ROD-GERAL         PIC ZZ.ZZ9.
           05  FILLER              PIC X(34)
               VALUE "   FALTAS BAIXADAS NO FECHAMENTO: ".
           05  W-ROD-FECHADAS      PIC ZZZ.ZZ9.

       01  W-LINHA-VAZIA.
           05  FILLER              PIC X(40)
               VALUE "NENHUMA MARCACAO PARA O DIA".

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

           CALL "PGM35"
           DISPLAY "OPERADOR RESPONSAVEL PELA AGENDA: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           PERFORM RECEBER-DATA-AGENDA.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM FECHAR-DIAS-ANTERIORES.
           PERFORM EMITIR-AGENDA.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-DATA-AGENDA.
           DISPLAY "DIA DA AGENDA (AAAAMMDD, BRANCO = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INFORMADA FROM CONSOLE
           IF  W-DATA-INFORMADA = SPACES
               MOVE WS-DATA-SIST-NUM TO W-DATA-AGENDA
           ELSE
               IF  W-DATA-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA: " W-DATA-INFORMADA
                   STOP RUN
               END-IF
               MOVE W-DATA-INFORMADA TO W-DATA-AGENDA
           END-IF
           COMPUTE W-DATA-AMANHA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM) + 1)
           IF  W-DATA-AGENDA > W-DATA-AMANHA
               MOVE W-DATA-AMANHA TO W-DATA-CORTE
           ELSE
               MOVE W-DATA-AGENDA TO W-DATA-CORTE
           END-IF
           MOVE W-DATA-AGENDA (7:2) TO W-DATA-AGENDA-EXIB (1:2)
           MOVE "/"                 TO W-DATA-AGENDA-EXIB (3:1)
           MOVE W-DATA-AGENDA (5:2) TO W-DATA-AGENDA-EXIB (4:2)
           MOVE "/"                 TO W-DATA-AGENDA-EXIB (6:1)
           MOVE W-DATA-AGENDA (1:4) TO W-DATA-AGENDA-EXIB (7:4).

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MARCACOES.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR MARCACAO.DAT: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-AGENDA.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENDIA.LST: " W-COD-ERRO-REL
               CLOSE ARQ-MARCACOES
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    FECHAMENTO - MARCACOES EM ABERTO DE DIAS JA PASSADOS
      *    ----------------------------------------------------------
       FECHAR-DIAS-ANTERIORES.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO MAR-CHAVE-VAGA
           START ARQ-MARCACOES KEY NOT < MAR-CHAVE-VAGA
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           PERFORM LER-MARCACAO
           PERFORM FECHAR-MARCACAO
                   UNTIL FIM-ARQUIVO OR MAR-DATA NOT < W-DATA-CORTE.

       LER-MARCACAO.
           READ ARQ-MARCACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       FECHAR-MARCACAO.
           IF  MAR-MARCADO
               MOVE "F"        TO MAR-SITUACAO
               MOVE W-OPERADOR TO MAR-OPERADOR-BAIXA
               REWRITE REG-MARCACAO
               IF  W-COD-ERRO NOT = "00"
                   DISPLAY "ERRO AO BAIXAR PROTOCOLO " MAR-PROTOCOLO
                           ": " W-COD-ERRO
               ELSE
                   ADD 1 TO W-CONT-FECHADAS
               END-IF
           END-IF
           PERFORM LER-MARCACAO.

      *    ----------------------------------------------------------
      *    AGENDIA.LST - MARCACOES DO DIA POR SERVICO E HORA
      *    ----------------------------------------------------------
       EMITIR-AGENDA.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES    TO MAR-CHAVE-VAGA
           MOVE W-DATA-AGENDA TO MAR-DATA
           START ARQ-MARCACOES KEY NOT < MAR-CHAVE-VAGA
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           PERFORM LER-MARCACAO
           PERFORM LISTAR-MARCACAO
                   UNTIL FIM-ARQUIVO OR MAR-DATA NOT = W-DATA-AGENDA
           IF  W-SERVICO-ANTERIOR NOT = SPACES
               PERFORM IMPRIMIR-RODAPE-SERVICO
           END-IF
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
               WRITE REG-REL FROM W-LINHA-VAZIA AFTER ADVANCING 2 LINES
           END-IF
           MOVE W-CONT-AGENDA   TO W-ROD-GERAL
           MOVE W-CONT-FECHADAS TO W-ROD-FECHADAS
           WRITE REG-REL FROM W-RODAPE-GERAL AFTER ADVANCING 2 LINES.

       LISTAR-MARCACAO.
           IF  NOT MAR-CANCELADO
               IF  MAR-SERVICO NOT = W-SERVICO-ANTERIOR
                   IF  W-SERVICO-ANTERIOR NOT = SPACES
                       PERFORM IMPRIMIR-RODAPE-SERVICO
                   END-IF
                   MOVE MAR-SERVICO TO W-SERVICO-ANTERIOR
                   MOVE ZEROS TO W-CONT-SERVICO W-CONT-LINHA
               END-IF
               IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
                   PERFORM IMPRIMIR-CABECALHO
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-MARCACAO.

      *    CPF SEMPRE MASCARADO NO PAPEL (LGPD): 7 PRIMEIROS DIGITOS
      *    COMO "X", COMO NA CONSULTA (PGM04) PARA OPERADOR COMUM.
       IMPRIMIR-DETALHE.
           MOVE MAR-HORA (1:2)  TO WD-HORA (1:2)
           MOVE ":"             TO WD-HORA (3:1)
           MOVE MAR-HORA (3:2)  TO WD-HORA (4:2)
           MOVE MAR-PROTOCOLO   TO WD-PROTOCOLO
           MOVE "XXXXXXX"       TO WD-CPF (1:7)
           MOVE MAR-CPF (8:4)   TO WD-CPF (8:4)
           MOVE MAR-NOME        TO WD-NOME
           IF  MAR-ORIGEM-RECAD
               MOVE "RECAD"     TO WD-ORIGEM
           ELSE
               MOVE "BALCAO"    TO WD-ORIGEM
           END-IF
           EVALUATE TRUE
               WHEN MAR-PRESENTE
                   MOVE "PRESENTE" TO WD-SITUACAO
               WHEN MAR-FALTOU
                   MOVE "FALTOU"   TO WD-SITUACAO
               WHEN OTHER
                   MOVE "MARCADO"  TO WD-SITUACAO
           END-EVALUATE
           IF  MAR-PRESENTE
               MOVE SPACES              TO WD-CHEGADA
               MOVE MAR-HORA-CHEGADA (1:2) TO WD-CHEGADA (1:2)
               MOVE ":"                 TO WD-CHEGADA (3:1)
               MOVE MAR-HORA-CHEGADA (3:2) TO WD-CHEGADA (4:2)
           ELSE
               MOVE "__________"        TO WD-CHEGADA
           END-IF
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA W-CONT-SERVICO W-CONT-AGENDA.

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA      TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA  TO W-CAB1-DATA.
           MOVE W-DATA-AGENDA-EXIB TO W-CAB1-DIA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           IF  W-SERVICO-ANTERIOR NOT = SPACES
               MOVE W-SERVICO-ANTERIOR TO W-CABS-CODIGO
               MOVE SPACES TO W-CABS-DESCRICAO
               SET WS-IDX-SERV TO 1
               SEARCH WS-SERV-ITEM
                   WHEN WS-SERV-CODIGO (WS-IDX-SERV) =
                        W-SERVICO-ANTERIOR
                       MOVE WS-SERV-DESCRICAO (WS-IDX-SERV)
                         TO W-CABS-DESCRICAO
               END-SEARCH
               WRITE REG-REL FROM W-CAB-SERVICO
                     AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZEROS TO W-CONT-LINHA.
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-RODAPE-SERVICO.
           MOVE W-CONT-SERVICO TO W-ROD-SERVICO
           WRITE REG-REL FROM W-RODAPE-SERVICO AFTER ADVANCING 2 LINES.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-AGENDA TO W-QTD-CATALOGO
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "FALTAS BAIXADAS NO FECHAMENTO : " W-CONT-FECHADAS.
           DISPLAY "MARCACOES NA AGENDA DO DIA    : " W-CONT-AGENDA.
           DISPLAY "AGENDA EM AGENDIA.LST".

       FINALIZACAO.
           CLOSE ARQ-MARCACOES.
           CLOSE REL-AGENDA.

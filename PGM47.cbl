      *    PGM11: UF EM TABELA DO CPYUF, CIDADE POR CLASSIFICACAO E
      *    QUEBRA DE CONTROLE -- QUALQUER VOLUME PASSA. CADA EMISSAO
      *    E REGISTRADA NO CATALOGO DE RELATORIOS (PGM38).
      *    A PEDIDO NO CONSOLE, CADA PESSOA ATIVA AINDA NAO
      *    CONFIRMADA E AGENDADA NO BALCAO PARA O RECADASTRAMENTO
      *    (SERVICO "RC"): OCUPA O PRIMEIRO HORARIO ABERTO COM VAGA
      *    DA AGENDA (AGENDA.DAT, PGM101) A PARTIR DA DATA INFORMADA,
      *    RECEBE PROTOCOLO DO PGM54 E E GRAVADA EM MARCACAO.DAT COM
      *    ORIGEM "R". QUEM JA TEM MARCACAO "RC" EM ABERTO NAO E
      *    AGENDADO DE NOVO; ACABANDO AS VAGAS, OS DEMAIS SAO SO
      *    CONTADOS. O RESULTADO SAI NO FIM DO RECADCOB.LST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELRC REPLACING STATUS-FIELD BY W-COD-ERRO-REC.

           COPY CPYSELAG REPLACING STATUS-FIELD BY W-COD-ERRO-AGE.

           COPY CPYSELMC REPLACING STATUS-FIELD BY W-COD-ERRO-MAR.

           SELECT REL-COBERTURA ASSIGN TO "C:\TEMP\RECADCOB.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.
           LABEL RECORD STANDARD.
       COPY CPYRECAD.

       FD  ARQ-AGENDA
           LABEL RECORD STANDARD.
       COPY CPYAGEND.

       FD  ARQ-MARCACOES
           LABEL RECORD STANDARD.
       COPY CPYMARCA.

       FD  REL-COBERTURA
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).
       01  W-COD-ERRO-REC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CID      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AGE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-MAR      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-PERCENTUAL        PIC 9(3)V99 VALUE ZEROS.

      *    AGENDAMENTO DOS NAO CONFIRMADOS: A VAGA "RC" CORRENTE FICA
      *    NO REGISTRO DA AGENDA ATE LOTAR; ENTAO LE-SE A PROXIMA.
       01  W-AGENDAR           PIC X  VALUE "N".
       01  W-DATA-INFORMADA    PIC X(8) VALUE SPACES.
       01  W-DATA-AGENDAMENTO  PIC 9(8) VALUE ZEROS.
       01  W-DATA-HOJE         PIC 9(8) VALUE ZEROS.
       01  W-FIM-VAGAS         PIC X  VALUE "N".
       01  W-VAGA-LIVRE        PIC X  VALUE "N".
       01  W-FIM-MARCACOES     PIC X  VALUE "N".
       01  W-JA-AGENDADO       PIC X  VALUE "N".
       01  W-NUM-PROTOCOLO     PIC 9(9) VALUE ZEROS.
       01  W-CONT-AGENDADOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-AGENDADOS PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-VAGA     PIC 9(6) VALUE ZEROS.

       COPY CPYUF.
       01  W-TOT-UF  OCCURS 27 TIMES PIC 9(6) VALUE ZEROS.
       01  W-CONF-UF OCCURS 27 TIMES PIC 9(6) VALUE ZEROS.

       01  W-LINHA-TITULO      PIC X(132) VALUE SPACES.

       01  W-LINHA-AGENDAMENTO.
           05  FILLER              PIC X(12) VALUE "AGENDADOS : ".
           05  WA-AGENDADOS        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(20)
               VALUE "   JA AGENDADOS : ".
           05  WA-JA-AGENDADOS     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(16)
               VALUE "   SEM VAGA : ".
           05  WA-SEM-VAGA         PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE W-DATA-HOJE =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
               USING ARQ-CIDADES
               OUTPUT PROCEDURE TOTALIZAR-CIDADES.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           IF  W-AGENDAR = "S"
               PERFORM IMPRIMIR-AGENDAMENTO
           END-IF.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           DISPLAY "CAMPANHA A APURAR (ID): " WITH NO ADVANCING
           ACCEPT W-CAMPANHA FROM CONSOLE
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "AGENDAR OS NAO CONFIRMADOS NO BALCAO? (S/N): "
               WITH NO ADVANCING
           ACCEPT W-AGENDAR FROM CONSOLE
           IF  W-AGENDAR = "s"
               MOVE "S" TO W-AGENDAR
           END-IF
           IF  W-AGENDAR NOT = "S"
               MOVE "N" TO W-AGENDAR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AGENDAR A PARTIR DE (AAAAMMDD, BRANCO = AMANHA): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INFORMADA FROM CONSOLE
           IF  W-DATA-INFORMADA IS NUMERIC
               MOVE W-DATA-INFORMADA TO W-DATA-AGENDAMENTO
           ELSE
               COMPUTE W-DATA-AGENDAMENTO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) + 1)
           END-IF
           IF  W-DATA-AGENDAMENTO NOT > W-DATA-HOJE
               COMPUTE W-DATA-AGENDAMENTO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) + 1)
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CAMPANHAS.
               STOP RUN
           END-IF.

           IF  W-AGENDAR = "S"
               PERFORM ABRIR-AGENDA
           END-IF.

      *    SEM AGENDA OU SEM MARCACOES A COBERTURA SAI NORMALMENTE,
      *    SO QUE SEM AGENDAR NINGUEM.
       ABRIR-AGENDA.
           OPEN I-O ARQ-AGENDA.
           IF  W-COD-ERRO-AGE NOT = "00"
               DISPLAY "AGENDA.DAT INDISPONIVEL (" W-COD-ERRO-AGE
                       ") - NINGUEM SERA AGENDADO"
               MOVE "N" TO W-AGENDAR
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-MARCACOES.
           IF  W-COD-ERRO-MAR = "35"
               OPEN OUTPUT ARQ-MARCACOES
               CLOSE ARQ-MARCACOES
               OPEN I-O ARQ-MARCACOES
           END-IF.
           IF  W-COD-ERRO-MAR NOT = "00"
               DISPLAY "MARCACAO.DAT INDISPONIVEL (" W-COD-ERRO-MAR
                       ") - NINGUEM SERA AGENDADO"
               CLOSE ARQ-AGENDA
               MOVE "N" TO W-AGENDAR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO W-FIM-VAGAS
           MOVE W-DATA-AGENDAMENTO TO AGV-DATA
           MOVE "RC"               TO AGV-SERVICO
           MOVE ZEROS              TO AGV-HORA
           START ARQ-AGENDA KEY NOT < AGV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-VAGAS
           END-START
           PERFORM LER-VAGA-RC
                   UNTIL W-FIM-VAGAS = "S" OR W-VAGA-LIVRE = "S".

       LER-PESSOAS.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
               MOVE CIDADE       TO CID-TRAB-CIDADE
               MOVE W-CONFIRMADO TO CID-TRAB-CONFIRMADO
               WRITE REG-CIDADE-TRAB
               IF  W-AGENDAR = "S" AND W-CONFIRMADO = "N"
                   PERFORM AGENDAR-PESSOA
               END-IF
           END-IF

           PERFORM LER-PESSOAS.
               ADD 1 TO W-CONT-CONFIRMADOS
           END-IF.

      *    ----------------------------------------------------------
      *    AGENDAMENTO DO NAO CONFIRMADO NA VAGA "RC" CORRENTE
      *    ----------------------------------------------------------
       AGENDAR-PESSOA.
           PERFORM PROCURAR-MARCACAO-ABERTA
           IF  W-JA-AGENDADO = "S"
               ADD 1 TO W-CONT-JA-AGENDADOS
               EXIT PARAGRAPH
           END-IF
           IF  W-FIM-VAGAS = "S"
               ADD 1 TO W-CONT-SEM-VAGA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AGV-OCUPADAS
           REWRITE REG-AGENDA
           IF  W-COD-ERRO-AGE NOT = "00"
               DISPLAY "ERRO AO OCUPAR VAGA " AGV-DATA " " AGV-HORA
                       ": " W-COD-ERRO-AGE
               ADD 1 TO W-CONT-SEM-VAGA
               EXIT PARAGRAPH
           END-IF
           CALL "PGM54" USING CPF "G" W-OPERADOR W-NUM-PROTOCOLO
           IF  W-NUM-PROTOCOLO = ZEROS
               SUBTRACT 1 FROM AGV-OCUPADAS
               REWRITE REG-AGENDA
               DISPLAY "PROTOCOLO NAO ALOCADO PARA O CPF " CPF
               ADD 1 TO W-CONT-SEM-VAGA
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-MARCACAO
           MOVE W-NUM-PROTOCOLO  TO MAR-PROTOCOLO MAR-VAGA-PROTOCOLO
           MOVE CPF              TO MAR-CPF
           MOVE AGV-DATA         TO MAR-DATA
           MOVE AGV-SERVICO      TO MAR-SERVICO
           MOVE AGV-HORA         TO MAR-HORA
           MOVE NOME             TO MAR-NOME
           MOVE "M"              TO MAR-SITUACAO
           MOVE "R"              TO MAR-ORIGEM
           MOVE W-OPERADOR       TO MAR-OPERADOR
           MOVE W-DATA-HOJE      TO MAR-DATA-MARCACAO
           WRITE REG-MARCACAO
           IF  W-COD-ERRO-MAR NOT = "00"
               DISPLAY "ERRO AO GRAVAR MARCACAO DO CPF " CPF ": "
                       W-COD-ERRO-MAR
               SUBTRACT 1 FROM AGV-OCUPADAS
               REWRITE REG-AGENDA
               ADD 1 TO W-CONT-SEM-VAGA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-CONT-AGENDADOS
           IF  AGV-OCUPADAS NOT < AGV-CAPACIDADE
               MOVE "N" TO W-VAGA-LIVRE
               PERFORM LER-VAGA-RC
                       UNTIL W-FIM-VAGAS = "S" OR W-VAGA-LIVRE = "S"
           END-IF.

      *    PULA OS HORARIOS DOS OUTROS SERVICOS, OS BLOQUEADOS E OS
      *    LOTADOS (A AGENDA ESTA EM ORDEM DE DATA + SERVICO + HORA).
       LER-VAGA-RC.
           MOVE "N" TO W-VAGA-LIVRE
           READ ARQ-AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VAGAS
           END-READ
           IF  W-FIM-VAGAS NOT = "S"
            AND AGV-SERV-RECADASTRO AND AGV-ABERTA
            AND AGV-OCUPADAS < AGV-CAPACIDADE
               MOVE "S" TO W-VAGA-LIVRE
           END-IF.

       PROCURAR-MARCACAO-ABERTA.
           MOVE "N" TO W-JA-AGENDADO W-FIM-MARCACOES
           MOVE CPF TO MAR-CPF
           START ARQ-MARCACOES KEY = MAR-CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-MARCACOES
           END-START
           PERFORM LER-MARCACAO-PESSOA
                   UNTIL W-FIM-MARCACOES = "S" OR W-JA-AGENDADO = "S".

       LER-MARCACAO-PESSOA.
           READ ARQ-MARCACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-MARCACOES
           END-READ
           IF  W-FIM-MARCACOES NOT = "S"
               IF  MAR-CPF NOT = CPF
                   MOVE "S" TO W-FIM-MARCACOES
               ELSE
                   IF  MAR-MARCADO AND MAR-SERV-RECADASTRO
                    AND MAR-DATA NOT < W-DATA-HOJE
                       MOVE "S" TO W-JA-AGENDADO
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-UF.
           SET WS-IDX-UF TO 1
           SEARCH WS-TAB-UF-ITEM
           MOVE W-PERCENTUAL TO WD-PERCENTUAL
           PERFORM IMPRIMIR-DETALHE.

       IMPRIMIR-AGENDAMENTO.
           MOVE "-- AGENDAMENTO DOS NAO CONFIRMADOS NO BALCAO --"
             TO W-LINHA-TITULO
           PERFORM IMPRIMIR-TITULO-SECAO
           MOVE W-CONT-AGENDADOS    TO WA-AGENDADOS
           MOVE W-CONT-JA-AGENDADOS TO WA-JA-AGENDADOS
           MOVE W-CONT-SEM-VAGA     TO WA-SEM-VAGA
           WRITE REG-REL FROM W-LINHA-AGENDAMENTO
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-TITULO-SECAO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           DISPLAY "CAMPANHA APURADA      : " W-CAMPANHA.
           DISPLAY "PESSOAS ATIVAS        : " W-CONT-ATIVOS.
           DISPLAY "CONFIRMADAS           : " W-CONT-CONFIRMADOS.
           IF  W-AGENDAR = "S"
               DISPLAY "AGENDADAS NO BALCAO   : " W-CONT-AGENDADOS
               DISPLAY "JA TINHAM AGENDAMENTO : " W-CONT-JA-AGENDADOS
               DISPLAY "SEM VAGA NA AGENDA    : " W-CONT-SEM-VAGA
           END-IF.
           DISPLAY "RELATORIO EM RECADCOB.LST".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-RECAD.
           CLOSE REL-COBERTURA.
           IF  W-AGENDAR = "S"
               CLOSE ARQ-AGENDA
               CLOSE ARQ-MARCACOES
           END-IF.

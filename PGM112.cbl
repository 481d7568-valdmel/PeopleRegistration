       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM112.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    APURACAO DE CONSULTAS SEM FINALIDADE APARENTE (LGPD). O
      *    PGM17 DIZ QUEM CONSULTOU CADA CPF; ESTE BATCH CRUZA AS
      *    CONSULTAS DO PERIODO (CONSULTA.LOG E SEGMENTOS) COM OS
      *    MOVIMENTOS DE ATENDIMENTO DO MESMO PERIODO (PROTOCOL.DAT
      *    E A TRILHA AUDITORIA.LOG E SEGMENTOS) E APONTA, POR
      *    CONSULTA:
      *      - SEM ATENDIMENTO: O OPERADOR NAO TEVE PROTOCOLO NEM
      *        LANCAMENTO NA TRILHA PARA AQUELE CPF NO DIA;
      *      - FORA DO HORARIO: A HORA DA CONSULTA ESTA FORA DO
      *        EXPEDIENTE (CONSOLE, PADRAO 07 AS 18 H) E FORA DAS
      *        HORAS EM QUE O PROPRIO OPERADOR ATENDEU NO PERIODO;
      *      - BLOQUEIO JUDICIAL: O CPF TINHA BLOQUEIO VIGENTE NA
      *        DATA DA CONSULTA (BLOQJUD.DAT);
      *      - COLEGA / PROPRIO: O CPF E DE UM OPERADOR DO SISTEMA
      *        (OPE-CPF), DE OUTRO OU DO PROPRIO CONSULTANTE;
      *    E, POR OPERADOR, O VOLUME DE CONSULTAS ACIMA DE N VEZES A
      *    MEDIA DOS OPERADORES (FATOR NO CONSOLE, PADRAO 3).
      *    CADA APONTAMENTO SOMA PONTOS; A 1a CLASSIFICACAO JUNTA
      *    MOVIMENTOS E CONSULTAS POR CPF + DIA + OPERADOR E GRAVA AS
      *    CONSULTAS APONTADAS EM ACESSEXC.WRK; A 2a ORDENA OS
      *    OPERADORES PELA PONTUACAO E EMITE O RELATORIO ACESSEXC.LST
      *    (CATALOGO PGM38) PARA O SUPERVISOR E O ENCARREGADO DE
      *    DADOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OS DOIS LOGS TEM NOME VARIAVEL: VIVEM EM SEGMENTOS ANUAIS
      *    (LOGSEGM.CTL, VIRADA DO PGM58) MAIS O LOG CORRENTE.
           SELECT  ARQ-CONSULTAS ASSIGN TO W-NOME-CONSULTAS
                ORGANIZATION   SEQUENTIAL
                FILE  STATUS   W-COD-ERRO-CON.

           SELECT  ARQ-AUDITORIA ASSIGN TO W-NOME-AUDITORIA
                ORGANIZATION   SEQUENTIAL
                FILE  STATUS   W-COD-ERRO-AUD.

           COPY CPYSELLS REPLACING STATUS-FIELD BY W-COD-ERRO-SEG.

           COPY CPYSELPT REPLACING STATUS-FIELD BY W-COD-ERRO-PRT.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           COPY CPYSELBJ REPLACING STATUS-FIELD BY W-COD-ERRO-BLQ.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\ACESSEXC.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRB.

           SELECT REL-ACESSOS ASSIGN TO "C:\TEMP\ACESSEXC.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\ACESSOS.SRT".

           SELECT ARQ-ORDENA ASSIGN TO "C:\TEMP\ACESSEXC.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONSULTAS
           LABEL  RECORD  STANDARD.
       COPY CPYCONSU.

       FD  ARQ-AUDITORIA
           LABEL  RECORD  STANDARD.
       COPY CPYAUDIT.

       FD  ARQ-SEGMENTOS
           LABEL  RECORD  STANDARD.
       COPY CPYLOGSG.

       FD  ARQ-PROTOCOLOS
           LABEL RECORD STANDARD.
       COPY CPYPROTO.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  ARQ-BLOQUEIOS
           LABEL RECORD STANDARD.
       COPY CPYBLOQJ.

      *    UMA LINHA POR CONSULTA APONTADA; OS INDICADORES VALEM
      *    "S" OU "N".
       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       01  REG-TRABALHO.
           05  TRB-OPERADOR        PIC X(8).
           05  TRB-DATA-HORA       PIC 9(14).
           05  TRB-CPF             PIC X(11).
           05  TRB-MASCARADO       PIC X(1).
           05  TRB-PONTOS          PIC 9(3).
           05  TRB-INDICADORES.
               10  TRB-SEM-ATENDIMENTO PIC X(1).
               10  TRB-FORA-HORARIO    PIC X(1).
               10  TRB-BLOQUEIO        PIC X(1).
               10  TRB-COLEGA          PIC X(1).
               10  TRB-PROPRIO         PIC X(1).

       FD  REL-ACESSOS
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

      *    1a CLASSIFICACAO: MOVIMENTOS (TIPO "1") E CONSULTAS (TIPO
      *    "2") DO MESMO CPF, DIA E OPERADOR FICAM JUNTOS, COM OS
      *    MOVIMENTOS NA FRENTE.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-CPF             PIC X(11).
           05  CLA-DATA            PIC 9(8).
           05  CLA-OPERADOR        PIC X(8).
           05  CLA-TIPO            PIC X(1).
               88  CLA-MOVIMENTO       VALUE "1".
               88  CLA-CONSULTA        VALUE "2".
           05  CLA-HORA            PIC 9(6).
           05  CLA-MASCARADO       PIC X(1).

      *    2a CLASSIFICACAO: OPERADOR MAIS PONTUADO PRIMEIRO; DENTRO
      *    DELE, A LINHA DE RESUMO (TIPO "0") E AS CONSULTAS (TIPO
      *    "1") DA MAIS PONTUADA PARA A MENOS.
       SD  ARQ-ORDENA.
       01  REG-ORDENA.
           05  ORD-PONTOS-OPERADOR PIC 9(7).
           05  ORD-OPERADOR        PIC X(8).
           05  ORD-TIPO            PIC X(1).
               88  ORD-RESUMO          VALUE "0".
           05  ORD-PONTOS          PIC 9(3).
           05  ORD-DATA-HORA       PIC 9(14).
           05  ORD-CPF             PIC X(11).
           05  ORD-MASCARADO       PIC X(1).
           05  ORD-INDICADORES     PIC X(5).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-CON      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AUD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-SEG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-BLQ      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
           88  FIM-CLASSIFICA      VALUE "S".
       01  W-SEM-BLOQUEIOS     PIC X  VALUE "N".

       01  W-NOME-CONSULTAS    PIC X(30)
           VALUE "C:\TEMP\CONSULTA.LOG".
       01  W-NOME-AUDITORIA    PIC X(30)
           VALUE "C:\TEMP\AUDITORIA.LOG".
       01  W-FIM-SEGLOG        PIC X VALUE "N".
       01  W-QTD-SEGCON        PIC 9(2) VALUE ZEROS.
       01  W-TAB-SEGCON.
           05  W-SEGCON-NOME   PIC X(30) OCCURS 20 TIMES.
       01  W-IDX-SEGCON        PIC 9(2) VALUE ZEROS.
       01  W-QTD-SEGAUD        PIC 9(2) VALUE ZEROS.
       01  W-TAB-SEGAUD.
           05  W-SEGAUD-NOME   PIC X(30) OCCURS 20 TIMES.
       01  W-IDX-SEGAUD        PIC 9(2) VALUE ZEROS.

      *    PARAMETROS DA APURACAO, INFORMADOS NO CONSOLE.
       01  W-DATA-INFORMADA    PIC X(8)  VALUE SPACES.
       01  W-DATA-INICIO       PIC 9(8)  VALUE ZEROS.
       01  W-DATA-FIM          PIC 9(8)  VALUE ZEROS.
       01  W-HORA-INFORMADA    PIC X(2)  VALUE SPACES.
       01  W-HORA-INICIO       PIC 9(2)  VALUE ZEROS.
       01  W-HORA-FIM          PIC 9(2)  VALUE ZEROS.
       01  W-HORA-INICIO-PADRAO PIC 9(2) VALUE 07.
       01  W-HORA-FIM-PADRAO   PIC 9(2)  VALUE 18.
       01  W-FATOR-INFORMADO   PIC X(2)  VALUE SPACES.
       01  W-FATOR-VOLUME      PIC 9(2)  VALUE ZEROS.
       01  W-FATOR-PADRAO      PIC 9(2)  VALUE 3.

      *    PESO DE CADA APONTAMENTO NA PONTUACAO.
       01  W-PONTOS-SEM-ATEND  PIC 9(3) VALUE 10.
       01  W-PONTOS-HORARIO    PIC 9(3) VALUE 20.
       01  W-PONTOS-COLEGA     PIC 9(3) VALUE 30.
       01  W-PONTOS-BLOQUEIO   PIC 9(3) VALUE 40.
       01  W-PONTOS-VOLUME     PIC 9(3) VALUE 50.

      *    OPERADORES: OS DO CADASTRO (COM O CPF DE CADA UM) E OS
      *    LOGINS QUE SO APARECEM NOS LOGS, COM O QUE SE APUROU DE
      *    CADA UM NO PERIODO.
       01  W-QTD-OPERADORES    PIC 9(3) VALUE ZEROS.
       01  W-MAX-OPERADORES    PIC 9(3) VALUE 300.
       01  W-IND-OPR           PIC 9(3) COMP VALUE ZEROS.
       01  W-OPR-ACHADO        PIC 9(3) COMP VALUE ZEROS.
       01  W-LOGIN-PROCURADO   PIC X(8)  VALUE SPACES.
       01  W-TAB-OPERADORES.
           05  W-OPR           OCCURS 300 TIMES.
               10  W-OPR-LOGIN         PIC X(8).
               10  W-OPR-NOME          PIC X(30).
               10  W-OPR-CPF           PIC X(11).
               10  W-OPR-MOVIMENTOS    PIC 9(6).
               10  W-OPR-HORA-MIN      PIC 9(2).
               10  W-OPR-HORA-MAX      PIC 9(2).
               10  W-OPR-CONSULTAS     PIC 9(6).
               10  W-OPR-SEM-ATEND     PIC 9(6).
               10  W-OPR-FORA-HORARIO  PIC 9(6).
               10  W-OPR-BLOQUEIO      PIC 9(6).
               10  W-OPR-COLEGA        PIC 9(6).
               10  W-OPR-PROPRIO       PIC 9(6).
               10  W-OPR-ACIMA-VOLUME  PIC X(1).
               10  W-OPR-PONTOS        PIC 9(7).
       01  W-OPR-FORA-TABELA   PIC 9(6) VALUE ZEROS.

      *    1a CLASSIFICACAO: O ULTIMO CPF + DIA + OPERADOR COM
      *    MOVIMENTO E O QUE SE SABE DO CPF CORRENTE.
       01  W-CHAVE-CORRENTE.
           05  W-CHV-CPF           PIC X(11).
           05  W-CHV-DATA          PIC 9(8).
           05  W-CHV-OPERADOR      PIC X(8).
       01  W-CHAVE-MOVIMENTO   PIC X(27) VALUE SPACES.
       01  W-CPF-CONFERIDO     PIC X(11) VALUE SPACES.
       01  W-CPF-BLOQUEADO     PIC X  VALUE "N".
       01  W-BLQ-DATA-ORDEM    PIC 9(8) VALUE ZEROS.
       01  W-BLQ-DATA-BAIXA    PIC 9(8) VALUE ZEROS.
       01  W-BLQ-VIGENTE       PIC X  VALUE "N".
       01  W-CPF-DE-OPERADOR   PIC X(8) VALUE SPACES.
       01  W-HORA-CONSULTA     PIC 9(2) VALUE ZEROS.
       01  W-HORA-MOVIMENTO    PIC 9(2) VALUE ZEROS.
       01  W-DENTRO-HORARIO    PIC X  VALUE "N".

      *    VOLUME: MEDIA DE CONSULTAS DOS OPERADORES QUE CONSULTARAM.
       01  W-OPR-COM-CONSULTA  PIC 9(3) VALUE ZEROS.
       01  W-MEDIA-CONSULTAS   PIC 9(6)V9 VALUE ZEROS.
       01  W-LIMITE-VOLUME     PIC 9(7)V9 VALUE ZEROS.

       01  W-POSICAO           PIC 9(4) VALUE ZEROS.
       01  W-POS-MOTIVO        PIC 9(3) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-DATA-EXIBICAO-2   PIC X(10) VALUE SPACES.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-MOVIMENTOS   PIC 9(7) VALUE ZEROS.
       01  W-CONT-CONSULTAS    PIC 9(7) VALUE ZEROS.
       01  W-CONT-APONTADAS    PIC 9(7) VALUE ZEROS.
       01  W-CONT-SEM-ATEND    PIC 9(7) VALUE ZEROS.
       01  W-CONT-HORARIO      PIC 9(7) VALUE ZEROS.
       01  W-CONT-BLOQUEIO     PIC 9(7) VALUE ZEROS.
       01  W-CONT-COLEGA       PIC 9(7) VALUE ZEROS.
       01  W-CONT-PROPRIO      PIC 9(7) VALUE ZEROS.
       01  W-CONT-VOLUME       PIC 9(3) VALUE ZEROS.
       01  W-CONT-OPR-LISTADOS PIC 9(3) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM112".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\ACESSEXC.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "CONSULTAS SEM FINALIDADE APARENTE".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB-PARAMETROS.
           05  FILLER              PIC X(10) VALUE "PERIODO : ".
           05  W-CAB-INICIO        PIC X(10).
           05  FILLER              PIC X(3)  VALUE " A ".
           05  W-CAB-FIM           PIC X(10).
           05  FILLER              PIC X(15) VALUE "   EXPEDIENTE: ".
           05  W-CAB-HORA-INICIO   PIC 99.
           05  FILLER              PIC X(4)  VALUE " AS ".
           05  W-CAB-HORA-FIM      PIC 99.
           05  FILLER              PIC X(5)  VALUE " H   ".
           05  FILLER              PIC X(16) VALUE "MEDIA/OPERADOR: ".
           05  W-CAB-MEDIA         PIC ZZZ.ZZ9,9.
           05  FILLER              PIC X(10) VALUE "   LIMITE:".
           05  W-CAB-LIMITE        PIC ZZZZ.ZZ9,9.

       01  W-CAB2.
           05  FILLER              PIC X(22) VALUE "  DATA/HORA".
           05  FILLER              PIC X(15) VALUE "CPF CONSULTADO".
           05  FILLER              PIC X(11) VALUE "EXIBICAO".
           05  FILLER              PIC X(5)  VALUE "PTS".
           05  FILLER              PIC X(60) VALUE "MOTIVOS".

       01  W-LINHA-OPERADOR.
           05  W-LOP-POSICAO       PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE "o  ".
           05  FILLER              PIC X(11) VALUE "OPERADOR : ".
           05  W-LOP-LOGIN         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W-LOP-NOME          PIC X(30).
           05  FILLER              PIC X(11) VALUE "  PONTOS : ".
           05  W-LOP-PONTOS        PIC Z.ZZZ.ZZ9.

       01  W-LINHA-CONTAGEM.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CONSULTAS: ".
           05  W-LCT-CONSULTAS     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(14) VALUE "  MOVIMENTOS: ".
           05  W-LCT-MOVIMENTOS    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(18) VALUE "  SEM ATENDIMENTO:".
           05  W-LCT-SEM-ATEND     PIC ZZ.ZZ9.
           05  FILLER              PIC X(10) VALUE "  HORARIO:".
           05  W-LCT-HORARIO       PIC ZZ.ZZ9.
           05  FILLER              PIC X(11) VALUE "  BLOQUEIO:".
           05  W-LCT-BLOQUEIO      PIC ZZ.ZZ9.
           05  FILLER              PIC X(9)  VALUE "  COLEGA:".
           05  W-LCT-COLEGA        PIC ZZ.ZZ9.
           05  FILLER              PIC X(10) VALUE "  PROPRIO:".
           05  W-LCT-PROPRIO       PIC ZZ.ZZ9.

       01  W-LINHA-VOLUME.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(46)
               VALUE "VOLUME DE CONSULTAS ACIMA DO LIMITE DO PERIODO".

       01  W-DETALHE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-HORA        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WD-EXIBICAO         PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PONTOS           PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-MOTIVOS          PIC X(79).

       01  W-RODAPE.
           05  FILLER              PIC X(30)
               VALUE "CONSULTAS APONTADAS         : ".
           05  W-RODAPE-TOTAL      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(26)
               VALUE "   OPERADORES LISTADOS : ".
           05  W-RODAPE-OPERADORES PIC ZZ9.

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

           PERFORM RECEBER-PARAMETROS.
           PERFORM CARREGAR-SEGMENTOS.
           PERFORM CARREGAR-OPERADORES.
           PERFORM ABRIR-ARQUIVOS.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CPF CLA-DATA CLA-OPERADOR
                                CLA-TIPO CLA-HORA
               INPUT  PROCEDURE CLASSIFICAR-MOVIMENTO
               OUTPUT PROCEDURE EXAMINAR-CONSULTAS.

           CLOSE ARQ-TRABALHO.
           PERFORM APURAR-VOLUME.

           OPEN INPUT ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO REABRIR ACESSEXC.WRK: " W-COD-ERRO-TRB
               STOP RUN
           END-IF.

           SORT ARQ-ORDENA
               ON DESCENDING KEY ORD-PONTOS-OPERADOR
               ON ASCENDING  KEY ORD-OPERADOR ORD-TIPO
               ON DESCENDING KEY ORD-PONTOS
               ON ASCENDING  KEY ORD-DATA-HORA
               INPUT  PROCEDURE ORDENAR-APONTAMENTOS
               OUTPUT PROCEDURE IMPRIMIR-APONTAMENTOS.

           PERFORM IMPRIMIR-RODAPE.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    PERIODO PADRAO: O DIA ANTERIOR (A APURACAO RODA DEPOIS DO
      *    FECHAMENTO DO DIA). DATA FINAL EM BRANCO = DATA INICIAL.
       RECEBER-PARAMETROS.
           DISPLAY "OPERADOR RESPONSAVEL PELA APURACAO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE

           DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO = ONTEM): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INFORMADA FROM CONSOLE
           IF  W-DATA-INFORMADA = SPACES
               COMPUTE W-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM) - 1)
           ELSE
               IF  W-DATA-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA: " W-DATA-INFORMADA
                   STOP RUN
               END-IF
               MOVE W-DATA-INFORMADA TO W-DATA-INICIO
           END-IF

           DISPLAY "DATA FINAL (AAAAMMDD, BRANCO = DATA INICIAL): "
               WITH NO ADVANCING
           MOVE SPACES TO W-DATA-INFORMADA
           ACCEPT W-DATA-INFORMADA FROM CONSOLE
           IF  W-DATA-INFORMADA = SPACES
               MOVE W-DATA-INICIO TO W-DATA-FIM
           ELSE
               IF  W-DATA-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA: " W-DATA-INFORMADA
                   STOP RUN
               END-IF
               MOVE W-DATA-INFORMADA TO W-DATA-FIM
           END-IF
           IF  W-DATA-FIM < W-DATA-INICIO
               DISPLAY "DATA FINAL ANTERIOR A DATA INICIAL"
               STOP RUN
           END-IF

           DISPLAY "PRIMEIRA HORA DO EXPEDIENTE (BRANCO = 07): "
               WITH NO ADVANCING
           ACCEPT W-HORA-INFORMADA FROM CONSOLE
           IF  W-HORA-INFORMADA IS NUMERIC
               MOVE W-HORA-INFORMADA TO W-HORA-INICIO
           ELSE
               MOVE W-HORA-INICIO-PADRAO TO W-HORA-INICIO
           END-IF

           DISPLAY "ULTIMA HORA DO EXPEDIENTE (BRANCO = 18): "
               WITH NO ADVANCING
           MOVE SPACES TO W-HORA-INFORMADA
           ACCEPT W-HORA-INFORMADA FROM CONSOLE
           IF  W-HORA-INFORMADA IS NUMERIC
               MOVE W-HORA-INFORMADA TO W-HORA-FIM
           ELSE
               MOVE W-HORA-FIM-PADRAO TO W-HORA-FIM
           END-IF
           IF  W-HORA-FIM > 23 OR W-HORA-FIM < W-HORA-INICIO
               MOVE W-HORA-INICIO-PADRAO TO W-HORA-INICIO
               MOVE W-HORA-FIM-PADRAO    TO W-HORA-FIM
           END-IF

           DISPLAY "FATOR SOBRE A MEDIA DE CONSULTAS (BRANCO = 3): "
               WITH NO ADVANCING
           ACCEPT W-FATOR-INFORMADO FROM CONSOLE
           IF  W-FATOR-INFORMADO IS NUMERIC
               MOVE W-FATOR-INFORMADO TO W-FATOR-VOLUME
           END-IF
           IF  W-FATOR-VOLUME < 2
               MOVE W-FATOR-PADRAO TO W-FATOR-VOLUME
           END-IF.

      *    OS SEGMENTOS DOS DOIS LOGS VEM DO MESMO CONTROLE; SEM O
      *    CONTROLE, SO OS LOGS CORRENTES SAO LIDOS.
       CARREGAR-SEGMENTOS.
           MOVE ZEROS TO W-QTD-SEGCON W-QTD-SEGAUD
           MOVE "N" TO W-FIM-SEGLOG
           OPEN INPUT ARQ-SEGMENTOS
           IF  W-COD-ERRO-SEG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-SEGMENTO
           PERFORM GUARDAR-SEGMENTO UNTIL W-FIM-SEGLOG = "S"
           CLOSE ARQ-SEGMENTOS.

       LER-SEGMENTO.
           READ ARQ-SEGMENTOS
               AT END
                   MOVE "S" TO W-FIM-SEGLOG
           END-READ.

       GUARDAR-SEGMENTO.
           IF  SEG-CONSULTAS AND W-QTD-SEGCON < 20
               ADD 1 TO W-QTD-SEGCON
               MOVE SEG-NOME-ARQ TO W-SEGCON-NOME (W-QTD-SEGCON)
           END-IF
           IF  SEG-AUDITORIA AND W-QTD-SEGAUD < 20
               ADD 1 TO W-QTD-SEGAUD
               MOVE SEG-NOME-ARQ TO W-SEGAUD-NOME (W-QTD-SEGAUD)
           END-IF
           PERFORM LER-SEGMENTO.

      *    O CADASTRO DE OPERADORES ENTRA INTEIRO NA TABELA, ATIVOS
      *    OU NAO: UM OPERADOR DESLIGADO CONTINUA SENDO COLEGA DE
      *    QUEM CONSULTA O SEU CPF.
       CARREGAR-OPERADORES.
           MOVE ZEROS TO W-QTD-OPERADORES
           OPEN INPUT ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT: " W-COD-ERRO-OPE
               STOP RUN
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-OPERADOR
           PERFORM GUARDAR-OPERADOR UNTIL FIM-ARQUIVO
           CLOSE ARQ-OPERADORES.

       LER-OPERADOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-OPERADOR.
           MOVE OPE-LOGIN TO W-LOGIN-PROCURADO
           PERFORM INCLUIR-OPERADOR
           IF  W-OPR-ACHADO NOT = ZEROS
               MOVE OPE-NOME TO W-OPR-NOME (W-OPR-ACHADO)
               MOVE OPE-CPF  TO W-OPR-CPF  (W-OPR-ACHADO)
           END-IF
           PERFORM LER-OPERADOR.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROTOCOLOS.
           IF  W-COD-ERRO-PRT NOT = "00"
               DISPLAY "ERRO AO ABRIR PROTOCOL.DAT: " W-COD-ERRO-PRT
               STOP RUN
           END-IF.

      *    SEM O ARQUIVO DE BLOQUEIOS (NENHUM BLOQUEIO JA FOI
      *    REGISTRADO) O APONTAMENTO DE BLOQUEIO NAO SE APLICA.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF  W-COD-ERRO-BLQ NOT = "00"
               MOVE "S" TO W-SEM-BLOQUEIOS
           END-IF.

           OPEN OUTPUT ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO ABRIR ACESSEXC.WRK: " W-COD-ERRO-TRB
               CLOSE ARQ-PROTOCOLOS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-ACESSOS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR ACESSEXC.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PROTOCOLOS ARQ-TRABALHO
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    1a CLASSIFICACAO - ENTRADA
      *    ----------------------------------------------------------
      *    MOVIMENTO E TODO PROTOCOLO OU LANCAMENTO DA TRILHA FEITO
      *    PELO OPERADOR SOBRE O CPF NO PERIODO; CONSULTA E TODA
      *    LINHA DO LOG DE CONSULTAS DO PERIODO.
       CLASSIFICAR-MOVIMENTO.
           PERFORM LIBERAR-PROTOCOLOS.
           PERFORM LIBERAR-UMA-TRILHA
                   VARYING W-IDX-SEGAUD FROM 1 BY 1
                   UNTIL W-IDX-SEGAUD > W-QTD-SEGAUD + 1.
           PERFORM LIBERAR-UM-LOG-CONSULTAS
                   VARYING W-IDX-SEGCON FROM 1 BY 1
                   UNTIL W-IDX-SEGCON > W-QTD-SEGCON + 1.

       LIBERAR-PROTOCOLOS.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE ZEROS TO PRT-NUMERO
           START ARQ-PROTOCOLOS KEY NOT < PRT-NUMERO
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROTOCOLO
           END-IF
           PERFORM LIBERAR-UM-PROTOCOLO UNTIL FIM-ARQUIVO.

       LER-PROTOCOLO.
           READ ARQ-PROTOCOLOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       LIBERAR-UM-PROTOCOLO.
           IF  PRT-DATA-HORA (1:8) NOT < W-DATA-INICIO
           AND PRT-DATA-HORA (1:8) NOT > W-DATA-FIM
           AND PRT-CPF NOT = SPACES
               MOVE PRT-CPF            TO CLA-CPF
               MOVE PRT-DATA-HORA (1:8) TO CLA-DATA
               MOVE PRT-DATA-HORA (9:6) TO CLA-HORA
               MOVE PRT-OPERADOR       TO CLA-OPERADOR
               PERFORM LIBERAR-MOVIMENTO
           END-IF
           PERFORM LER-PROTOCOLO.

       LIBERAR-UMA-TRILHA.
           IF  W-IDX-SEGAUD > W-QTD-SEGAUD
               MOVE "C:\TEMP\AUDITORIA.LOG" TO W-NOME-AUDITORIA
           ELSE
               MOVE W-SEGAUD-NOME (W-IDX-SEGAUD) TO W-NOME-AUDITORIA
           END-IF
           MOVE SPACES TO W-COD-ERRO-AUD
           OPEN INPUT ARQ-AUDITORIA
           IF  W-COD-ERRO-AUD NOT = "00"
               IF  W-IDX-SEGAUD > W-QTD-SEGAUD
                   DISPLAY "ERRO AO ABRIR AUDITORIA.LOG: "
                           W-COD-ERRO-AUD
               END-IF
           ELSE
               PERFORM LIBERAR-LANCAMENTO
                       UNTIL W-COD-ERRO-AUD NOT = "00"
               CLOSE ARQ-AUDITORIA
           END-IF.

       LIBERAR-LANCAMENTO.
           READ ARQ-AUDITORIA
               AT END
                   MOVE "10" TO W-COD-ERRO-AUD
               NOT AT END
                   IF  AUD-DATA-HORA (1:8) NOT < W-DATA-INICIO
                   AND AUD-DATA-HORA (1:8) NOT > W-DATA-FIM
                   AND AUD-CPF NOT = SPACES
                       MOVE AUD-CPF             TO CLA-CPF
                       MOVE AUD-DATA-HORA (1:8) TO CLA-DATA
                       MOVE AUD-DATA-HORA (9:6) TO CLA-HORA
                       MOVE AUD-OPERADOR        TO CLA-OPERADOR
                       PERFORM LIBERAR-MOVIMENTO
                   END-IF
           END-READ.

      *    O MOVIMENTO TAMBEM MARCA AS HORAS EM QUE O OPERADOR
      *    COSTUMA TRABALHAR.
       LIBERAR-MOVIMENTO.
           MOVE "1"    TO CLA-TIPO
           MOVE SPACES TO CLA-MASCARADO
           RELEASE REG-CLASSIFICA
           ADD 1 TO W-CONT-MOVIMENTOS
           MOVE CLA-OPERADOR TO W-LOGIN-PROCURADO
           PERFORM INCLUIR-OPERADOR
           IF  W-OPR-ACHADO NOT = ZEROS
               ADD 1 TO W-OPR-MOVIMENTOS (W-OPR-ACHADO)
               MOVE CLA-HORA (1:2) TO W-HORA-MOVIMENTO
               IF  W-OPR-MOVIMENTOS (W-OPR-ACHADO) = 1
                OR W-HORA-MOVIMENTO < W-OPR-HORA-MIN (W-OPR-ACHADO)
                   MOVE W-HORA-MOVIMENTO
                        TO W-OPR-HORA-MIN (W-OPR-ACHADO)
               END-IF
               IF  W-HORA-MOVIMENTO > W-OPR-HORA-MAX (W-OPR-ACHADO)
                   MOVE W-HORA-MOVIMENTO
                        TO W-OPR-HORA-MAX (W-OPR-ACHADO)
               END-IF
           END-IF.

       LIBERAR-UM-LOG-CONSULTAS.
           IF  W-IDX-SEGCON > W-QTD-SEGCON
               MOVE "C:\TEMP\CONSULTA.LOG" TO W-NOME-CONSULTAS
           ELSE
               MOVE W-SEGCON-NOME (W-IDX-SEGCON) TO W-NOME-CONSULTAS
           END-IF
           MOVE SPACES TO W-COD-ERRO-CON
           OPEN INPUT ARQ-CONSULTAS
           IF  W-COD-ERRO-CON NOT = "00"
               IF  W-IDX-SEGCON > W-QTD-SEGCON
                   DISPLAY "ERRO AO ABRIR CONSULTA.LOG: "
                           W-COD-ERRO-CON
               END-IF
           ELSE
               PERFORM LIBERAR-CONSULTA
                       UNTIL W-COD-ERRO-CON NOT = "00"
               CLOSE ARQ-CONSULTAS
           END-IF.

       LIBERAR-CONSULTA.
           READ ARQ-CONSULTAS
               AT END
                   MOVE "10" TO W-COD-ERRO-CON
               NOT AT END
                   IF  CON-DATA-HORA (1:8) NOT < W-DATA-INICIO
                   AND CON-DATA-HORA (1:8) NOT > W-DATA-FIM
                       MOVE CON-CPF             TO CLA-CPF
                       MOVE CON-DATA-HORA (1:8) TO CLA-DATA
                       MOVE CON-DATA-HORA (9:6) TO CLA-HORA
                       MOVE CON-OPERADOR        TO CLA-OPERADOR
                       MOVE "2"                 TO CLA-TIPO
                       MOVE CON-MASCARADO       TO CLA-MASCARADO
                       RELEASE REG-CLASSIFICA
                       ADD 1 TO W-CONT-CONSULTAS
                       MOVE CON-OPERADOR TO W-LOGIN-PROCURADO
                       PERFORM INCLUIR-OPERADOR
                       IF  W-OPR-ACHADO NOT = ZEROS
                           ADD 1 TO W-OPR-CONSULTAS (W-OPR-ACHADO)
                       END-IF
                   END-IF
           END-READ.

      *    LOCALIZA O LOGIN NA TABELA E, SE NAO ESTIVER, INCLUI NO
      *    FIM. TABELA CHEIA: W-OPR-ACHADO VOLTA ZERO E O OPERADOR
      *    FICA SEM CONTAGEM PROPRIA (SO AS CONSULTAS SAO JULGADAS).
       INCLUIR-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR
           IF  W-OPR-ACHADO = ZEROS
               IF  W-QTD-OPERADORES < W-MAX-OPERADORES
                   ADD 1 TO W-QTD-OPERADORES
                   MOVE W-QTD-OPERADORES TO W-OPR-ACHADO
                   INITIALIZE W-OPR (W-OPR-ACHADO)
                   MOVE W-LOGIN-PROCURADO
                        TO W-OPR-LOGIN (W-OPR-ACHADO)
                   MOVE "(NAO CADASTRADO)"
                        TO W-OPR-NOME (W-OPR-ACHADO)
                   MOVE "N" TO W-OPR-ACIMA-VOLUME (W-OPR-ACHADO)
               ELSE
                   ADD 1 TO W-OPR-FORA-TABELA
               END-IF
           END-IF.

       LOCALIZAR-OPERADOR.
           MOVE ZEROS TO W-OPR-ACHADO
           PERFORM PROCURAR-OPERADOR
                   VARYING W-IND-OPR FROM 1 BY 1
                   UNTIL W-IND-OPR > W-QTD-OPERADORES
                      OR W-OPR-ACHADO NOT = ZEROS.

       PROCURAR-OPERADOR.
           IF  W-OPR-LOGIN (W-IND-OPR) = W-LOGIN-PROCURADO
               MOVE W-IND-OPR TO W-OPR-ACHADO
           END-IF.

      *    ----------------------------------------------------------
      *    1a CLASSIFICACAO - SAIDA
      *    ----------------------------------------------------------
       EXAMINAR-CONSULTAS.
           MOVE "N" TO W-FIM-CLASSIFICA
           MOVE SPACES TO W-CHAVE-MOVIMENTO W-CPF-CONFERIDO
           PERFORM RETORNAR-CLASSIFICA.
           PERFORM EXAMINAR-UM-REGISTRO UNTIL FIM-CLASSIFICA.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       EXAMINAR-UM-REGISTRO.
           MOVE CLA-CPF      TO W-CHV-CPF
           MOVE CLA-DATA     TO W-CHV-DATA
           MOVE CLA-OPERADOR TO W-CHV-OPERADOR
           IF  CLA-MOVIMENTO
               MOVE W-CHAVE-CORRENTE TO W-CHAVE-MOVIMENTO
           ELSE
               PERFORM AVALIAR-CONSULTA
           END-IF
           PERFORM RETORNAR-CLASSIFICA.

       AVALIAR-CONSULTA.
           MOVE ZEROS TO TRB-PONTOS
           MOVE "NNNNN" TO TRB-INDICADORES
           IF  CLA-CPF NOT = W-CPF-CONFERIDO
               PERFORM CONFERIR-CPF
           END-IF
           MOVE CLA-OPERADOR TO W-LOGIN-PROCURADO
           PERFORM LOCALIZAR-OPERADOR

           IF  W-CHAVE-CORRENTE NOT = W-CHAVE-MOVIMENTO
               MOVE "S" TO TRB-SEM-ATENDIMENTO
               ADD W-PONTOS-SEM-ATEND TO TRB-PONTOS
           END-IF

      *    HORARIO NORMAL: O EXPEDIENTE OU, PARA QUEM TRABALHA EM
      *    OUTRO TURNO, AS HORAS EM QUE O OPERADOR ATENDEU NO PERIODO.
           MOVE CLA-HORA (1:2) TO W-HORA-CONSULTA
           MOVE "N" TO W-DENTRO-HORARIO
           IF  W-HORA-CONSULTA NOT < W-HORA-INICIO
           AND W-HORA-CONSULTA NOT > W-HORA-FIM
               MOVE "S" TO W-DENTRO-HORARIO
           END-IF
           IF  W-OPR-ACHADO NOT = ZEROS
               IF  W-OPR-MOVIMENTOS (W-OPR-ACHADO) > ZEROS
               AND W-HORA-CONSULTA NOT < W-OPR-HORA-MIN (W-OPR-ACHADO)
               AND W-HORA-CONSULTA NOT > W-OPR-HORA-MAX (W-OPR-ACHADO)
                   MOVE "S" TO W-DENTRO-HORARIO
               END-IF
           END-IF
           IF  W-DENTRO-HORARIO = "N"
               MOVE "S" TO TRB-FORA-HORARIO
               ADD W-PONTOS-HORARIO TO TRB-PONTOS
           END-IF

           IF  W-CPF-BLOQUEADO = "S"
           AND W-BLQ-DATA-ORDEM NOT > CLA-DATA
               IF  W-BLQ-VIGENTE = "S"
                OR W-BLQ-DATA-BAIXA > CLA-DATA
                   MOVE "S" TO TRB-BLOQUEIO
                   ADD W-PONTOS-BLOQUEIO TO TRB-PONTOS
               END-IF
           END-IF

           IF  W-CPF-DE-OPERADOR NOT = SPACES
               IF  W-CPF-DE-OPERADOR = CLA-OPERADOR
                   MOVE "S" TO TRB-PROPRIO
               ELSE
                   MOVE "S" TO TRB-COLEGA
               END-IF
               ADD W-PONTOS-COLEGA TO TRB-PONTOS
           END-IF

           IF  TRB-PONTOS > ZEROS
               PERFORM GRAVAR-APONTAMENTO
           END-IF.

      *    O QUE SE SABE DO CPF (BLOQUEIO, CPF DE OPERADOR) VALE PARA
      *    TODAS AS CONSULTAS DELE, QUE CHEGAM JUNTAS.
       CONFERIR-CPF.
           MOVE CLA-CPF TO W-CPF-CONFERIDO
           MOVE "N" TO W-CPF-BLOQUEADO
           IF  W-SEM-BLOQUEIOS NOT = "S"
               MOVE CLA-CPF TO BLQ-CPF
               READ ARQ-BLOQUEIOS
               IF  W-COD-ERRO-BLQ = "00"
                   MOVE "S"            TO W-CPF-BLOQUEADO
                   MOVE BLQ-DATA-ORDEM TO W-BLQ-DATA-ORDEM
                   MOVE BLQ-DATA-BAIXA TO W-BLQ-DATA-BAIXA
                   MOVE "N"            TO W-BLQ-VIGENTE
                   IF  BLQ-VIGENTE
                       MOVE "S" TO W-BLQ-VIGENTE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO W-CPF-DE-OPERADOR
           PERFORM PROCURAR-CPF-OPERADOR
                   VARYING W-IND-OPR FROM 1 BY 1
                   UNTIL W-IND-OPR > W-QTD-OPERADORES
                      OR W-CPF-DE-OPERADOR NOT = SPACES.

       PROCURAR-CPF-OPERADOR.
           IF  W-OPR-CPF (W-IND-OPR) = CLA-CPF
           AND W-OPR-CPF (W-IND-OPR) NOT = SPACES
               MOVE W-OPR-LOGIN (W-IND-OPR) TO W-CPF-DE-OPERADOR
           END-IF.

       GRAVAR-APONTAMENTO.
           MOVE CLA-OPERADOR  TO TRB-OPERADOR
           MOVE CLA-CPF       TO TRB-CPF
           MOVE CLA-MASCARADO TO TRB-MASCARADO
           COMPUTE TRB-DATA-HORA = CLA-DATA * 1000000 + CLA-HORA
           WRITE REG-TRABALHO
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO GRAVAR ACESSEXC.WRK: " W-COD-ERRO-TRB
           END-IF
           ADD 1 TO W-CONT-APONTADAS
           IF  TRB-SEM-ATENDIMENTO = "S"
               ADD 1 TO W-CONT-SEM-ATEND
           END-IF
           IF  TRB-FORA-HORARIO = "S"
               ADD 1 TO W-CONT-HORARIO
           END-IF
           IF  TRB-BLOQUEIO = "S"
               ADD 1 TO W-CONT-BLOQUEIO
           END-IF
           IF  TRB-COLEGA = "S"
               ADD 1 TO W-CONT-COLEGA
           END-IF
           IF  TRB-PROPRIO = "S"
               ADD 1 TO W-CONT-PROPRIO
           END-IF
           IF  W-OPR-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD TRB-PONTOS TO W-OPR-PONTOS (W-OPR-ACHADO)
           IF  TRB-SEM-ATENDIMENTO = "S"
               ADD 1 TO W-OPR-SEM-ATEND (W-OPR-ACHADO)
           END-IF
           IF  TRB-FORA-HORARIO = "S"
               ADD 1 TO W-OPR-FORA-HORARIO (W-OPR-ACHADO)
           END-IF
           IF  TRB-BLOQUEIO = "S"
               ADD 1 TO W-OPR-BLOQUEIO (W-OPR-ACHADO)
           END-IF
           IF  TRB-COLEGA = "S"
               ADD 1 TO W-OPR-COLEGA (W-OPR-ACHADO)
           END-IF
           IF  TRB-PROPRIO = "S"
               ADD 1 TO W-OPR-PROPRIO (W-OPR-ACHADO)
           END-IF.

      *    ----------------------------------------------------------
      *    VOLUME: A MEDIA E TIRADA SO DOS OPERADORES QUE CONSULTARAM
      *    NO PERIODO; COM UM SO OPERADOR NAO HA COM QUEM COMPARAR.
      *    ----------------------------------------------------------
       APURAR-VOLUME.
           MOVE ZEROS TO W-OPR-COM-CONSULTA
           PERFORM CONTAR-OPERADOR-CONSULTA
                   VARYING W-IND-OPR FROM 1 BY 1
                   UNTIL W-IND-OPR > W-QTD-OPERADORES
           IF  W-OPR-COM-CONSULTA < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-MEDIA-CONSULTAS ROUNDED =
                   W-CONT-CONSULTAS / W-OPR-COM-CONSULTA
           COMPUTE W-LIMITE-VOLUME = W-MEDIA-CONSULTAS * W-FATOR-VOLUME
           PERFORM MARCAR-VOLUME
                   VARYING W-IND-OPR FROM 1 BY 1
                   UNTIL W-IND-OPR > W-QTD-OPERADORES.

       CONTAR-OPERADOR-CONSULTA.
           IF  W-OPR-CONSULTAS (W-IND-OPR) > ZEROS
               ADD 1 TO W-OPR-COM-CONSULTA
           END-IF.

       MARCAR-VOLUME.
           IF  W-OPR-CONSULTAS (W-IND-OPR) > W-LIMITE-VOLUME
               MOVE "S" TO W-OPR-ACIMA-VOLUME (W-IND-OPR)
               ADD W-PONTOS-VOLUME TO W-OPR-PONTOS (W-IND-OPR)
               ADD 1 TO W-CONT-VOLUME
           END-IF.

      *    ----------------------------------------------------------
      *    2a CLASSIFICACAO - ENTRADA: UMA LINHA DE RESUMO POR
      *    OPERADOR PONTUADO E AS CONSULTAS APONTADAS DE CADA UM,
      *    TODAS COM A PONTUACAO DO OPERADOR NA FRENTE DA CHAVE.
      *    ----------------------------------------------------------
       ORDENAR-APONTAMENTOS.
           PERFORM LIBERAR-RESUMO
                   VARYING W-IND-OPR FROM 1 BY 1
                   UNTIL W-IND-OPR > W-QTD-OPERADORES.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-APONTAMENTO.
           PERFORM LIBERAR-APONTAMENTO UNTIL FIM-ARQUIVO.

       LIBERAR-RESUMO.
           IF  W-OPR-PONTOS (W-IND-OPR) > ZEROS
               MOVE W-OPR-PONTOS (W-IND-OPR) TO ORD-PONTOS-OPERADOR
               MOVE W-OPR-LOGIN (W-IND-OPR)  TO ORD-OPERADOR
               MOVE "0"    TO ORD-TIPO
               MOVE ZEROS  TO ORD-PONTOS ORD-DATA-HORA
               MOVE SPACES TO ORD-CPF ORD-MASCARADO ORD-INDICADORES
               RELEASE REG-ORDENA
           END-IF.

       LER-APONTAMENTO.
           READ ARQ-TRABALHO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       LIBERAR-APONTAMENTO.
           MOVE TRB-OPERADOR TO W-LOGIN-PROCURADO
           PERFORM LOCALIZAR-OPERADOR
           IF  W-OPR-ACHADO NOT = ZEROS
               MOVE W-OPR-PONTOS (W-OPR-ACHADO) TO ORD-PONTOS-OPERADOR
           ELSE
               MOVE TRB-PONTOS TO ORD-PONTOS-OPERADOR
           END-IF
           MOVE TRB-OPERADOR    TO ORD-OPERADOR
           MOVE "1"             TO ORD-TIPO
           MOVE TRB-PONTOS      TO ORD-PONTOS
           MOVE TRB-DATA-HORA   TO ORD-DATA-HORA
           MOVE TRB-CPF         TO ORD-CPF
           MOVE TRB-MASCARADO   TO ORD-MASCARADO
           MOVE TRB-INDICADORES TO ORD-INDICADORES
           RELEASE REG-ORDENA
           PERFORM LER-APONTAMENTO.

      *    ----------------------------------------------------------
      *    2a CLASSIFICACAO - SAIDA: O RELATORIO
      *    ----------------------------------------------------------
       IMPRIMIR-APONTAMENTOS.
           MOVE "N" TO W-FIM-CLASSIFICA
           PERFORM RETORNAR-ORDENA.
           PERFORM IMPRIMIR-UM-APONTAMENTO UNTIL FIM-CLASSIFICA.

       RETORNAR-ORDENA.
           RETURN ARQ-ORDENA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       IMPRIMIR-UM-APONTAMENTO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF  ORD-RESUMO
               PERFORM IMPRIMIR-OPERADOR
           ELSE
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM RETORNAR-ORDENA.

       IMPRIMIR-OPERADOR.
           ADD 1 TO W-POSICAO W-CONT-OPR-LISTADOS
           MOVE ORD-OPERADOR TO W-LOGIN-PROCURADO
           PERFORM LOCALIZAR-OPERADOR
           MOVE W-POSICAO           TO W-LOP-POSICAO
           MOVE ORD-OPERADOR        TO W-LOP-LOGIN
           MOVE ORD-PONTOS-OPERADOR TO W-LOP-PONTOS
           MOVE W-OPR-NOME (W-OPR-ACHADO)      TO W-LOP-NOME
           MOVE W-OPR-CONSULTAS (W-OPR-ACHADO) TO W-LCT-CONSULTAS
           MOVE W-OPR-MOVIMENTOS (W-OPR-ACHADO) TO W-LCT-MOVIMENTOS
           MOVE W-OPR-SEM-ATEND (W-OPR-ACHADO) TO W-LCT-SEM-ATEND
           MOVE W-OPR-FORA-HORARIO (W-OPR-ACHADO) TO W-LCT-HORARIO
           MOVE W-OPR-BLOQUEIO (W-OPR-ACHADO)  TO W-LCT-BLOQUEIO
           MOVE W-OPR-COLEGA (W-OPR-ACHADO)    TO W-LCT-COLEGA
           MOVE W-OPR-PROPRIO (W-OPR-ACHADO)   TO W-LCT-PROPRIO
           WRITE REG-REL FROM W-LINHA-OPERADOR AFTER ADVANCING 2 LINES
           WRITE REG-REL FROM W-LINHA-CONTAGEM AFTER ADVANCING 1 LINE
           ADD 3 TO W-CONT-LINHA
           IF  W-OPR-ACIMA-VOLUME (W-OPR-ACHADO) = "S"
               WRITE REG-REL FROM W-LINHA-VOLUME
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-CONT-LINHA
           END-IF.

       IMPRIMIR-DETALHE.
           MOVE SPACES TO WD-DATA-HORA
           STRING ORD-DATA-HORA (7:2) "/" ORD-DATA-HORA (5:2) "/"
                  ORD-DATA-HORA (1:4) " " ORD-DATA-HORA (9:2) ":"
                  ORD-DATA-HORA (11:2) ":" ORD-DATA-HORA (13:2)
                  DELIMITED BY SIZE INTO WD-DATA-HORA
           MOVE ORD-CPF    TO WD-CPF
           IF  ORD-MASCARADO = "S"
               MOVE "MASCARADO" TO WD-EXIBICAO
           ELSE
               MOVE "COMPLETO"  TO WD-EXIBICAO
           END-IF
           MOVE ORD-PONTOS TO WD-PONTOS
           MOVE SPACES TO WD-MOTIVOS
           MOVE 1 TO W-POS-MOTIVO
           IF  ORD-INDICADORES (1:1) = "S"
               STRING "SEM ATENDIMENTO NO DIA; " DELIMITED BY SIZE
                      INTO WD-MOTIVOS WITH POINTER W-POS-MOTIVO
           END-IF
           IF  ORD-INDICADORES (2:1) = "S"
               STRING "FORA DO HORARIO; " DELIMITED BY SIZE
                      INTO WD-MOTIVOS WITH POINTER W-POS-MOTIVO
           END-IF
           IF  ORD-INDICADORES (3:1) = "S"
               STRING "BLOQUEIO JUDICIAL; " DELIMITED BY SIZE
                      INTO WD-MOTIVOS WITH POINTER W-POS-MOTIVO
           END-IF
           IF  ORD-INDICADORES (4:1) = "S"
               STRING "CPF DE OUTRO OPERADOR; " DELIMITED BY SIZE
                      INTO WD-MOTIVOS WITH POINTER W-POS-MOTIVO
           END-IF
           IF  ORD-INDICADORES (5:1) = "S"
               STRING "CPF DO PROPRIO OPERADOR; " DELIMITED BY SIZE
                      INTO WD-MOTIVOS WITH POINTER W-POS-MOTIVO
           END-IF
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           MOVE W-DATA-INICIO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-INICIO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-INICIO (1:4) TO W-DATA-EXIBICAO (7:4)
           MOVE W-DATA-FIM (7:2)    TO W-DATA-EXIBICAO-2 (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO-2 (3:1)
           MOVE W-DATA-FIM (5:2)    TO W-DATA-EXIBICAO-2 (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO-2 (6:1)
           MOVE W-DATA-FIM (1:4)    TO W-DATA-EXIBICAO-2 (7:4)
           MOVE W-DATA-EXIBICAO     TO W-CAB-INICIO
           MOVE W-DATA-EXIBICAO-2   TO W-CAB-FIM
           MOVE W-HORA-INICIO       TO W-CAB-HORA-INICIO
           MOVE W-HORA-FIM          TO W-CAB-HORA-FIM
           MOVE W-MEDIA-CONSULTAS   TO W-CAB-MEDIA
           MOVE W-LIMITE-VOLUME     TO W-CAB-LIMITE
           WRITE REG-REL FROM W-CAB-PARAMETROS AFTER ADVANCING 1 LINE.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

       IMPRIMIR-RODAPE.
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE W-CONT-APONTADAS    TO W-RODAPE-TOTAL.
           MOVE W-CONT-OPR-LISTADOS TO W-RODAPE-OPERADORES.
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-APONTADAS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "MOVIMENTOS DE ATENDIMENTO LIDOS : "
                   W-CONT-MOVIMENTOS.
           DISPLAY "CONSULTAS DO PERIODO            : "
                   W-CONT-CONSULTAS.
           DISPLAY "CONSULTAS APONTADAS             : "
                   W-CONT-APONTADAS.
           DISPLAY "  SEM ATENDIMENTO NO DIA        : "
                   W-CONT-SEM-ATEND.
           DISPLAY "  FORA DO HORARIO               : " W-CONT-HORARIO.
           DISPLAY "  CPF COM BLOQUEIO JUDICIAL     : " W-CONT-BLOQUEIO.
           DISPLAY "  CPF DE OUTRO OPERADOR         : " W-CONT-COLEGA.
           DISPLAY "  CPF DO PROPRIO OPERADOR       : " W-CONT-PROPRIO.
           DISPLAY "OPERADORES ACIMA DO VOLUME      : " W-CONT-VOLUME.
           DISPLAY "OPERADORES LISTADOS             : "
                   W-CONT-OPR-LISTADOS.
           IF  W-OPR-FORA-TABELA > ZEROS
               DISPLAY "REGISTROS DE OPERADOR FORA DA TABELA: "
                       W-OPR-FORA-TABELA
           END-IF.
           DISPLAY "RELATORIO EM ACESSEXC.LST".

       FINALIZACAO.
           CLOSE ARQ-PROTOCOLOS.
           IF  W-SEM-BLOQUEIOS NOT = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           CLOSE ARQ-TRABALHO.
           CLOSE REL-ACESSOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM108.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    ROTEIRO DE VISITAS DOMICILIARES (ROTEIRO.LST). LISTA AS
      *    VISITAS JA ATRIBUIDAS (VISITAS.DAT, SITUACAO "A", PGM106)
      *    DE UM TECNICO -- OU DE TODOS, COM O LOGIN EM BRANCO NO
      *    CONSOLE --, CLASSIFICADAS POR TECNICO, BAIRRO E ENDERECO,
      *    PARA O TECNICO PERCORRER UM BAIRRO DE CADA VEZ. CADA
      *    TECNICO COMECA EM PAGINA NOVA E CADA BAIRRO TEM SEU
      *    SUBTITULO. O ENDERECO E O TELEFONE SAO OS DO CADASTRO NO
      *    DIA DA EMISSAO; O CPF SAI MASCARADO (LGPD). CADA VISITA
      *    TRAZ LINHAS EM BRANCO PARA O TECNICO ANOTAR O RESULTADO
      *    (E/M/I/R), A DATA E A OBSERVACAO, DEPOIS DIGITADOS NO
      *    PGM105. A LISTAGEM E REGISTRADA NO CATALOGO DO PGM38.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELVI REPLACING STATUS-FIELD BY W-COD-ERRO-VIS.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           SELECT REL-ROTEIRO ASSIGN TO "C:\TEMP\ROTEIRO.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\ROTEIRO.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-VISITAS
           LABEL RECORD STANDARD.
       COPY CPYVISIT.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  REL-ROTEIRO
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-TECNICO         PIC X(8).
           05  CLA-BAIRRO          PIC X(20).
           05  CLA-ENDERECO        PIC X(45).
           05  CLA-CPF             PIC X(11).
           05  CLA-NOME            PIC X(30).
           05  CLA-COMPLEMENTO     PIC X(10).
           05  CLA-CEP             PIC X(9).
           05  CLA-TELEFONE        PIC X(10).
           05  CLA-MOTIVO          PIC X(40).
           05  CLA-DATA-SOLIC      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-VIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-TECNICO-FILTRO    PIC X(8)  VALUE SPACES.
       01  W-SEM-OPERADORES    PIC X  VALUE "N".
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".

       01  W-TECNICO-ANTERIOR  PIC X(8)  VALUE SPACES.
       01  W-BAIRRO-ANTERIOR   PIC X(20) VALUE SPACES.
       01  W-NOME-TECNICO      PIC X(30) VALUE SPACES.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-VISITAS      PIC 9(6) VALUE ZEROS.
       01  W-CONT-TECNICO      PIC 9(5) VALUE ZEROS.
       01  W-CONT-TECNICOS     PIC 9(4) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM108".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\ROTEIRO.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "ROTEIRO DE VISITAS DOMICILIARES".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB-TECNICO.
           05  FILLER              PIC X(10) VALUE "TECNICO : ".
           05  W-CABT-LOGIN        PIC X(8).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  W-CABT-NOME         PIC X(30).

       01  W-CAB-BAIRRO.
           05  FILLER              PIC X(10) VALUE "BAIRRO  : ".
           05  W-CABB-BAIRRO       PIC X(20).

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(12) VALUE "TELEFONE".
           05  FILLER              PIC X(12) VALUE "SOLICITADA".
           05  FILLER              PIC X(40) VALUE "MOTIVO".

       01  W-DETALHE1.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-TELEFONE         PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-SOLIC       PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-MOTIVO           PIC X(40).

       01  W-DETALHE2.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  WD-ENDERECO         PIC X(45).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-COMPLEMENTO      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "CEP: ".
           05  WD-CEP              PIC X(9).

       01  W-DETALHE3.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(46)
               VALUE "RESULTADO (E/M/I/R): ___   DATA: __/__/____".
           05  FILLER              PIC X(40)
               VALUE "OBS.: ______________________________".

       01  W-RODAPE-TECNICO.
           05  FILLER              PIC X(24)
               VALUE "VISITAS DO TECNICO    : ".
           05  W-ROD-TECNICO       PIC ZZ.ZZ9.

       01  W-LINHA-VAZIA.
           05  FILLER              PIC X(40)
               VALUE "NENHUMA VISITA ATRIBUIDA".

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
           DISPLAY "OPERADOR RESPONSAVEL PELO ROTEIRO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "LOGIN DO TECNICO (BRANCO = TODOS): "
               WITH NO ADVANCING
           ACCEPT W-TECNICO-FILTRO FROM CONSOLE

           PERFORM ABRIR-ARQUIVOS.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-TECNICO CLA-BAIRRO CLA-ENDERECO
                                CLA-CPF
               INPUT  PROCEDURE SELECIONAR-VISITAS
               OUTPUT PROCEDURE EMITIR-ROTEIRO.

           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    O CADASTRO DE OPERADORES SO DA O NOME DO TECNICO NO
      *    SUBTITULO; SEM ELE O ROTEIRO SAI SO COM O LOGIN.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-VISITAS.
           IF  W-COD-ERRO-VIS NOT = "00"
               DISPLAY "ERRO AO ABRIR VISITAS.DAT: " W-COD-ERRO-VIS
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-OPERADORES.
           IF  W-COD-ERRO-OPE NOT = "00"
               MOVE "S" TO W-SEM-OPERADORES
           END-IF.

           OPEN OUTPUT REL-ROTEIRO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR ROTEIRO.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-VISITAS
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - VISITAS ATRIBUIDAS
      *    ----------------------------------------------------------
       SELECIONAR-VISITAS.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-VISITA
           PERFORM SELECIONAR-VISITA UNTIL FIM-ARQUIVO.

       LER-VISITA.
           READ ARQ-VISITAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       SELECIONAR-VISITA.
           IF  VIS-ATRIBUIDA
            AND (W-TECNICO-FILTRO = SPACES
                 OR VIS-TECNICO = W-TECNICO-FILTRO)
               MOVE VIS-TECNICO          TO CLA-TECNICO
               MOVE VIS-CPF              TO CLA-CPF
               MOVE VIS-MOTIVO           TO CLA-MOTIVO
               MOVE VIS-DATA-SOLICITACAO TO CLA-DATA-SOLIC
               MOVE VIS-CPF TO CPF
               READ ARQ-PESSOAS
               IF  W-COD-ERRO = "00"
                   MOVE NOME        TO CLA-NOME
                   MOVE BAIRRO      TO CLA-BAIRRO
                   MOVE ENDERECO    TO CLA-ENDERECO
                   MOVE COMPLEMENTO TO CLA-COMPLEMENTO
                   MOVE CEP         TO CLA-CEP
                   MOVE TELEFONE    TO CLA-TELEFONE
               ELSE
                   MOVE "CPF NAO CADASTRADO" TO CLA-NOME
                   MOVE SPACES TO CLA-BAIRRO CLA-ENDERECO
                                  CLA-COMPLEMENTO CLA-CEP
                                  CLA-TELEFONE
               END-IF
               RELEASE REG-CLASSIFICA
           END-IF
           PERFORM LER-VISITA.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - ROTEIRO POR TECNICO E BAIRRO
      *    ----------------------------------------------------------
       EMITIR-ROTEIRO.
           MOVE "N" TO W-FIM-CLASSIFICA
           PERFORM RETORNAR-CLASSIFICA
           PERFORM LISTAR-VISITA UNTIL W-FIM-CLASSIFICA = "S"
           IF  W-TECNICO-ANTERIOR NOT = SPACES
               PERFORM IMPRIMIR-RODAPE-TECNICO
           END-IF
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
               WRITE REG-REL FROM W-LINHA-VAZIA AFTER ADVANCING 2 LINES
           END-IF.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       LISTAR-VISITA.
           IF  CLA-TECNICO NOT = W-TECNICO-ANTERIOR
               IF  W-TECNICO-ANTERIOR NOT = SPACES
                   PERFORM IMPRIMIR-RODAPE-TECNICO
               END-IF
               MOVE CLA-TECNICO TO W-TECNICO-ANTERIOR
               MOVE SPACES      TO W-BAIRRO-ANTERIOR
               MOVE ZEROS       TO W-CONT-TECNICO
               ADD 1 TO W-CONT-TECNICOS
               PERFORM PROCURAR-NOME-TECNICO
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF  W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF  CLA-BAIRRO NOT = W-BAIRRO-ANTERIOR
               MOVE CLA-BAIRRO TO W-BAIRRO-ANTERIOR
               PERFORM IMPRIMIR-SUBTITULO-BAIRRO
           END-IF
           PERFORM IMPRIMIR-DETALHE
           PERFORM RETORNAR-CLASSIFICA.

       PROCURAR-NOME-TECNICO.
           MOVE SPACES TO W-NOME-TECNICO
           IF  W-SEM-OPERADORES NOT = "S"
               MOVE CLA-TECNICO TO OPE-LOGIN
               READ ARQ-OPERADORES
               IF  W-COD-ERRO-OPE = "00"
                   MOVE OPE-NOME TO W-NOME-TECNICO
               END-IF
           END-IF.

      *    CPF SEMPRE MASCARADO NO PAPEL (LGPD): 7 PRIMEIROS DIGITOS
      *    COMO "X", COMO NA CONSULTA (PGM04) PARA OPERADOR COMUM.
       IMPRIMIR-DETALHE.
           MOVE "XXXXXXX"             TO WD-CPF (1:7)
           MOVE CLA-CPF (8:4)         TO WD-CPF (8:4)
           MOVE CLA-NOME              TO WD-NOME
           MOVE CLA-TELEFONE          TO WD-TELEFONE
           MOVE CLA-DATA-SOLIC (7:2)  TO WD-DATA-SOLIC (1:2)
           MOVE "/"                   TO WD-DATA-SOLIC (3:1)
           MOVE CLA-DATA-SOLIC (5:2)  TO WD-DATA-SOLIC (4:2)
           MOVE "/"                   TO WD-DATA-SOLIC (6:1)
           MOVE CLA-DATA-SOLIC (1:4)  TO WD-DATA-SOLIC (7:4)
           MOVE CLA-MOTIVO            TO WD-MOTIVO
           MOVE CLA-ENDERECO          TO WD-ENDERECO
           MOVE CLA-COMPLEMENTO       TO WD-COMPLEMENTO
           MOVE CLA-CEP               TO WD-CEP
           WRITE REG-REL FROM W-DETALHE1 AFTER ADVANCING 2 LINES
           WRITE REG-REL FROM W-DETALHE2 AFTER ADVANCING 1 LINE
           WRITE REG-REL FROM W-DETALHE3 AFTER ADVANCING 1 LINE
           ADD 4 TO W-CONT-LINHA
           ADD 1 TO W-CONT-TECNICO W-CONT-VISITAS.

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           MOVE ZEROS TO W-CONT-LINHA.
           IF  W-TECNICO-ANTERIOR NOT = SPACES
               MOVE W-TECNICO-ANTERIOR TO W-CABT-LOGIN
               MOVE W-NOME-TECNICO     TO W-CABT-NOME
               WRITE REG-REL FROM W-CAB-TECNICO
                     AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
               ADD 4 TO W-CONT-LINHA
      *        BAIRRO QUE CONTINUA NA PAGINA SEGUINTE REPETE O
      *        SUBTITULO.
               IF  W-BAIRRO-ANTERIOR NOT = SPACES
                AND W-BAIRRO-ANTERIOR = CLA-BAIRRO
                   PERFORM IMPRIMIR-SUBTITULO-BAIRRO
               END-IF
           END-IF.
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-SUBTITULO-BAIRRO.
           IF  W-BAIRRO-ANTERIOR = SPACES
               MOVE "(SEM BAIRRO)"    TO W-CABB-BAIRRO
           ELSE
               MOVE W-BAIRRO-ANTERIOR TO W-CABB-BAIRRO
           END-IF
           WRITE REG-REL FROM W-CAB-BAIRRO AFTER ADVANCING 2 LINES
           ADD 2 TO W-CONT-LINHA.

       IMPRIMIR-RODAPE-TECNICO.
           MOVE W-CONT-TECNICO TO W-ROD-TECNICO
           WRITE REG-REL FROM W-RODAPE-TECNICO AFTER ADVANCING 2 LINES.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-VISITAS TO W-QTD-CATALOGO
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "TECNICOS NO ROTEIRO      : " W-CONT-TECNICOS.
           DISPLAY "VISITAS NO ROTEIRO       : " W-CONT-VISITAS.
           DISPLAY "ROTEIRO EM ROTEIRO.LST".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-VISITAS.
           IF  W-SEM-OPERADORES NOT = "S"
               CLOSE ARQ-OPERADORES
           END-IF.
           CLOSE REL-ROTEIRO.

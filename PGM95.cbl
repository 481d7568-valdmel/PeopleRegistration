       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM95.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CRUZAMENTO COM O EXTRATO FEDERAL DO CADUNICO (CADUNICO.RFB,
      *    UMA LINHA POR PESSOA, AGRUPADA PELO CODIGO FAMILIAR). O
      *    TRAILER (CPYTRAIL) E CONFERIDO ANTES DE QUALQUER
      *    COMPARACAO. CADA PESSOA E PROCURADA PELO CPF E, SEM CPF OU
      *    SEM ACHAR, PELO NIS (CHAVE ALTERNATIVA DO NIS.DAT, PGM50).
      *    DIVERGENCIAS APONTADAS:
      *      01 - RESPONSAVEL FAMILIAR SEM CADASTRO ATIVO NO
      *           MUNICIPIO (NAO ACHADO, INATIVO, FALECIDO...);
      *      02 - ENDERECO OU CEP DO RESPONSAVEL DIFERENTE;
      *      03 - MEMBRO DA FAMILIA QUE NAO ESTA NOS DEPENDENTES DO
      *           RESPONSAVEL (PELO CPF PROPRIO OU PELO NOME);
      *      04 - RENDA FAMILIAR DO CADUNICO FORA DA TOLERANCIA DA
      *           DECLARADA NO MUNICIPIO (RENDA.DAT, PGM49), OU
      *           FAMILIA SEM DECLARACAO. A TOLERANCIA EM % E
      *           INFORMADA NO CONSOLE (PADRAO 30%);
      *      05 - NIS DO RESPONSAVEL DIFERENTE DO REGISTRADO NO
      *           MUNICIPIO, OU NAO REGISTRADO.
      *    MEMBRO DE FAMILIA CUJO RESPONSAVEL NAO TEM CADASTRO NAO E
      *    COMPARADO (A FAMILIA JA SAI PELO 01). CADA DIVERGENCIA SAI
      *    NO RELATORIO RELCADUN.LST (CATALOGO PGM38) E NA LISTA DE
      *    TRABALHO CADUNICO.WRK (CPYDIVCU), REFEITA A CADA CARGA E
      *    TRABALHADA PELO ATENDENTE NA TELA DO PGM96.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELNS REPLACING STATUS-FIELD BY W-COD-ERRO-NIS.

           SELECT ARQ-CADUNICO ASSIGN TO "C:\TEMP\CADUNICO.RFB"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-ENT.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\CADUNICO.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRB.

           SELECT REL-CADUNICO ASSIGN TO "C:\TEMP\RELCADUN.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-RENDA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-NIS
           LABEL RECORD STANDARD.
       COPY CPYNIS.

      *    LEIAUTE DO EXTRATO FEDERAL. O CPF VEM PRIMEIRO PORQUE E
      *    ELE QUE ENTRA NA SOMA DO TRAILER; QUEM NAO TEM CPF VAI EM
      *    BRANCO. CADA MEMBRO TRAZ O CPF DO RESPONSAVEL FAMILIAR; A
      *    RENDA E O ENDERECO SAO OS DA FAMILIA.
       FD  ARQ-CADUNICO
           LABEL RECORD STANDARD.
       01  REG-CADUNICO.
           05  CUN-CPF             PIC X(11).
           05  CUN-NIS             PIC X(11).
           05  CUN-NOME            PIC X(30).
           05  CUN-CODIGO-FAMILIAR PIC X(11).
           05  CUN-RESPONSAVEL     PIC X(1).
               88  CUN-RESP-FAMILIAR   VALUE "S".
           05  CUN-CPF-RESPONSAVEL PIC X(11).
           05  CUN-ENDERECO        PIC X(45).
           05  CUN-CEP             PIC X(8).
           05  CUN-RENDA-FAMILIAR  PIC X(9).
           05  CUN-RENDA-NUM REDEFINES CUN-RENDA-FAMILIAR
                                   PIC 9(7)V99.
           05  CUN-DATA-ATUALIZACAO PIC X(8).
           05  FILLER              PIC X(15).

       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       COPY CPYDIVCU.

       FD  REL-CADUNICO
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-ENT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-SEM-NIS           PIC X  VALUE "N".
       01  W-SEM-RENDA         PIC X  VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ENTRADA       PIC X  VALUE "N".
       01  W-FIM-DEPENDENTES   PIC X  VALUE "N".
       01  W-PESSOA-ACHADA     PIC X  VALUE "N".
       01  W-ACHADA-POR-NIS    PIC X  VALUE "N".
       01  W-MEMBRO-ACHADO     PIC X  VALUE "N".
       01  W-NIS-NUMERICO      PIC 9(11) VALUE ZEROS.
       01  W-CEP-LOCAL         PIC X(8)  VALUE SPACES.
       01  W-CEP-CADUNICO      PIC X(9)  VALUE SPACES.
       01  W-RENDA-CADUNICO    PIC 9(7)V99 VALUE ZEROS.
       01  W-DIFERENCA-RENDA   PIC 9(7)V99 VALUE ZEROS.
       01  W-LIMITE-RENDA      PIC 9(9)V99 VALUE ZEROS.
       01  W-RENDA-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-TOLERANCIA-RENDA  PIC 9(3) VALUE ZEROS.
      *    TOLERANCIA ASSUMIDA QUANDO O OPERADOR NAO INFORMA OUTRA.
       01  W-TOLERANCIA-PADRAO PIC 9(3) VALUE 30.

       COPY CPYTRAIL.
       01  W-QTD-CONFERIDA     PIC 9(9)  VALUE ZEROS.
       01  W-SOMA-CONFERIDA    PIC 9(18) VALUE ZEROS.
       01  W-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.
       01  W-TRAILER-ACHADO    PIC X VALUE "N".
       01  W-TRAILER-CONFERE   PIC X VALUE "N".

       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-RESPONSAVEIS PIC 9(6) VALUE ZEROS.
       01  W-CONT-POR-NIS      PIC 9(6) VALUE ZEROS.
       01  W-CONT-FAMILIA-FORA PIC 9(6) VALUE ZEROS.
       01  W-CONT-DIVERGENCIAS PIC 9(6) VALUE ZEROS.
       01  W-CONT-TIPO-01      PIC 9(6) VALUE ZEROS.
       01  W-CONT-TIPO-02      PIC 9(6) VALUE ZEROS.
       01  W-CONT-TIPO-03      PIC 9(6) VALUE ZEROS.
       01  W-CONT-TIPO-04      PIC 9(6) VALUE ZEROS.
       01  W-CONT-TIPO-05      PIC 9(6) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM95".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\RELCADUN.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(44)
               VALUE "DIVERGENCIAS COM O CADUNICO FEDERAL".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(16)
               VALUE "   TOLERANCIA: ".
           05  W-CAB1-TOLERANCIA   PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE "%".

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(13) VALUE "COD.FAMILIAR".
           05  FILLER              PIC X(13) VALUE "RESPONSAVEL".
           05  FILLER              PIC X(40) VALUE "DIVERGENCIA".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CODIGO-FAMILIAR  PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CPF-RESPONSAVEL  PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DESCRICAO        PIC X(40).

       01  W-DETALHE-VALORES.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CADUN.: ".
           05  WV-CADUNICO         PIC X(54).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "MUNIC.: ".
           05  WV-LOCAL            PIC X(54).

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
           PERFORM RECEBER-OPERADOR.
           PERFORM RECEBER-TOLERANCIA.
           PERFORM VALIDAR-TRAILER-CADUNICO.
           IF  W-TRAILER-CONFERE NOT = "S"
               DISPLAY "ARQUIVO RECUSADO - CARGA NAO INICIADA"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           MOVE WS-DATA-FORMATADA  TO W-CAB1-DATA
           MOVE W-TOLERANCIA-RENDA TO W-CAB1-TOLERANCIA
           WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           PERFORM LER-CADUNICO.
           PERFORM PROCESSAMENTO UNTIL W-FIM-ENTRADA = "S".
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL PELA CARGA: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

       RECEBER-TOLERANCIA.
           DISPLAY "TOLERANCIA DA RENDA EM % (ZERO = 30): "
               WITH NO ADVANCING
           ACCEPT W-TOLERANCIA-RENDA FROM CONSOLE
           IF  W-TOLERANCIA-RENDA NOT NUMERIC
            OR W-TOLERANCIA-RENDA = ZEROS
               MOVE W-TOLERANCIA-PADRAO TO W-TOLERANCIA-RENDA
           END-IF.

       VALIDAR-TRAILER-CADUNICO.
           MOVE "N" TO W-TRAILER-ACHADO W-TRAILER-CONFERE
           MOVE ZEROS TO W-QTD-CONFERIDA W-SOMA-CONFERIDA
           OPEN INPUT ARQ-CADUNICO
           IF  W-COD-ERRO-ENT NOT = "00"
               DISPLAY "ERRO AO ABRIR CADUNICO.RFB: " W-COD-ERRO-ENT
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-CONFERENCIA
           PERFORM CONFERIR-CADUNICO
                   UNTIL W-COD-ERRO-ENT NOT = "00"
           CLOSE ARQ-CADUNICO
           MOVE SPACES TO W-COD-ERRO-ENT
           IF  W-TRAILER-ACHADO NOT = "S"
               DISPLAY "TRAILER DE TOTAIS AUSENTE EM CADUNICO.RFB"
               DISPLAY " - ARQUIVO TRUNCADO?"
           ELSE
           IF  W-TRL-QTD NOT = W-QTD-CONFERIDA
            OR W-TRL-SOMA NOT = W-SOMA-CONFERIDA
               DISPLAY "TRAILER NAO CONFERE EM CADUNICO.RFB"
               DISPLAY "QTD/SOMA LIDAS " W-QTD-CONFERIDA " / "
                       W-SOMA-CONFERIDA
               DISPLAY "TRAILER DECLARA " W-TRL-QTD " / " W-TRL-SOMA
           ELSE
               MOVE "S" TO W-TRAILER-CONFERE
           END-IF
           END-IF.

       LER-CONFERENCIA.
           READ ARQ-CADUNICO
               AT END
                   MOVE "10" TO W-COD-ERRO-ENT
           END-READ.

       CONFERIR-CADUNICO.
           IF  REG-CADUNICO (1:3) = "TRL"
               MOVE "S" TO W-TRAILER-ACHADO
               MOVE REG-CADUNICO (1:30) TO W-AREA-TRAILER
           ELSE
               ADD 1 TO W-QTD-CONFERIDA
               IF  CUN-CPF IS NUMERIC
                   MOVE CUN-CPF TO W-CPF-NUMERICO
                   ADD W-CPF-NUMERICO TO W-SOMA-CONFERIDA
               END-IF
           END-IF
           PERFORM LER-CONFERENCIA.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CADUNICO.
           IF  W-COD-ERRO-ENT NOT = "00"
               DISPLAY "ERRO AO ABRIR CADUNICO.RFB: " W-COD-ERRO-ENT
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               CLOSE ARQ-CADUNICO
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-DEPENDENTES.
           IF  W-COD-ERRO-DEP NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPENDEN.DAT: " W-COD-ERRO-DEP
               CLOSE ARQ-CADUNICO ARQ-PESSOAS
               STOP RUN
           END-IF.

      *    SEM RENDA.DAT TODA FAMILIA SAI COMO "SEM DECLARACAO"; SEM
      *    NIS.DAT O CRUZAMENTO E SO PELO CPF E TODO NIS SAI COMO
      *    NAO REGISTRADO.
           OPEN INPUT ARQ-RENDA.
           IF  W-COD-ERRO-RND NOT = "00"
               MOVE "S" TO W-SEM-RENDA
           END-IF.

           OPEN INPUT ARQ-NIS.
           IF  W-COD-ERRO-NIS NOT = "00"
               MOVE "S" TO W-SEM-NIS
           END-IF.

           OPEN OUTPUT ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO ABRIR CADUNICO.WRK: " W-COD-ERRO-TRB
               CLOSE ARQ-CADUNICO ARQ-PESSOAS ARQ-DEPENDENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-CADUNICO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCADUN.LST: " W-COD-ERRO-REL
               CLOSE ARQ-CADUNICO ARQ-PESSOAS ARQ-DEPENDENTES
                     ARQ-TRABALHO
               STOP RUN
           END-IF.

       LER-CADUNICO.
           READ ARQ-CADUNICO
               AT END
                   MOVE "S" TO W-FIM-ENTRADA
           END-READ
           IF  W-FIM-ENTRADA NOT = "S"
            AND REG-CADUNICO (1:3) = "TRL"
               MOVE "S" TO W-FIM-ENTRADA
           END-IF.

       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS
           IF  CUN-RESP-FAMILIAR
               ADD 1 TO W-CONT-RESPONSAVEIS
               PERFORM CONFERIR-RESPONSAVEL
           ELSE
               PERFORM CONFERIR-MEMBRO
           END-IF
           PERFORM LER-CADUNICO.

      *    O RESPONSAVEL FAMILIAR E O TITULAR DO CADASTRO MUNICIPAL:
      *    E NELE QUE FICAM ENDERECO, RENDA, NIS E DEPENDENTES.
       CONFERIR-RESPONSAVEL.
           PERFORM LOCALIZAR-PESSOA
           IF  W-PESSOA-ACHADA NOT = "S"
               MOVE "01" TO DIV-TIPO
               MOVE SPACES TO DIV-VALOR-CADUNICO
               STRING "RESPONSAVEL FAMILIAR - ATUALIZADO EM "
                      CUN-DATA-ATUALIZACAO
                   DELIMITED BY SIZE INTO DIV-VALOR-CADUNICO
               IF  W-COD-ERRO = "00"
                   MOVE SPACES TO DIV-VALOR-LOCAL
                   STRING "CADASTRO NA SITUACAO " SITUACAO
                       DELIMITED BY SIZE INTO DIV-VALOR-LOCAL
               ELSE
                   MOVE "NAO CADASTRADO" TO DIV-VALOR-LOCAL
               END-IF
               PERFORM GRAVAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-ENDERECO
           PERFORM CONFERIR-RENDA
           PERFORM CONFERIR-NIS.

      *    PELO CPF; SEM CPF, OU COM CPF QUE NAO ESTA NA BASE, PELO
      *    NIS. SO CONTA COMO ACHADA A PESSOA ATIVA.
       LOCALIZAR-PESSOA.
           MOVE "N"    TO W-PESSOA-ACHADA W-ACHADA-POR-NIS
           MOVE "23"   TO W-COD-ERRO
           IF  CUN-CPF NOT = SPACES
               MOVE CUN-CPF TO CPF
               READ ARQ-PESSOAS
           END-IF
           IF  W-COD-ERRO NOT = "00"
            AND W-SEM-NIS NOT = "S"
            AND CUN-NIS IS NUMERIC AND CUN-NIS NOT = ZEROS
               MOVE CUN-NIS TO NIS-NUMERO
               READ ARQ-NIS KEY IS NIS-NUMERO
               IF  W-COD-ERRO-NIS = "00"
                   MOVE NIS-CPF TO CPF
                   READ ARQ-PESSOAS
                   IF  W-COD-ERRO = "00"
                       MOVE "S" TO W-ACHADA-POR-NIS
                       ADD 1 TO W-CONT-POR-NIS
                   END-IF
               END-IF
           END-IF
           IF  W-COD-ERRO = "00" AND PESSOA-ATIVA
               MOVE "S" TO W-PESSOA-ACHADA
           END-IF.

      *    CEP COMPARADO SO PELOS DIGITOS (O MUNICIPIO GRAVA
      *    NNNNN-NNN, O EXTRATO FEDERAL OITO DIGITOS CORRIDOS).
       CONFERIR-ENDERECO.
           MOVE CEP (1:5) TO W-CEP-LOCAL (1:5)
           MOVE CEP (7:3) TO W-CEP-LOCAL (6:3)
           IF  W-CEP-LOCAL NOT = CUN-CEP
            OR ENDERECO NOT = CUN-ENDERECO
               MOVE CUN-CEP (1:5) TO W-CEP-CADUNICO (1:5)
               MOVE "-"           TO W-CEP-CADUNICO (6:1)
               MOVE CUN-CEP (6:3) TO W-CEP-CADUNICO (7:3)
               MOVE "02" TO DIV-TIPO
               MOVE CUN-ENDERECO   TO DIV-VALOR-CADUNICO (1:45)
               MOVE W-CEP-CADUNICO TO DIV-VALOR-CADUNICO (46:9)
               MOVE ENDERECO       TO DIV-VALOR-LOCAL (1:45)
               MOVE CEP            TO DIV-VALOR-LOCAL (46:9)
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

      *    A DIFERENCA E MEDIDA SOBRE A RENDA DO CADUNICO: PASSOU DA
      *    TOLERANCIA PARA MAIS OU PARA MENOS, E DIVERGENCIA.
       CONFERIR-RENDA.
           MOVE ZEROS TO W-RENDA-CADUNICO
           IF  CUN-RENDA-NUM IS NUMERIC
               MOVE CUN-RENDA-NUM TO W-RENDA-CADUNICO
           END-IF
           MOVE W-RENDA-CADUNICO TO W-RENDA-EDIT
           MOVE SPACES TO DIV-VALOR-CADUNICO
           STRING "RENDA FAMILIAR " W-RENDA-EDIT
               DELIMITED BY SIZE INTO DIV-VALOR-CADUNICO
           MOVE "23" TO W-COD-ERRO-RND
           IF  W-SEM-RENDA NOT = "S"
               MOVE CPF TO RND-CPF
               READ ARQ-RENDA
           END-IF
           IF  W-COD-ERRO-RND NOT = "00"
               MOVE "04" TO DIV-TIPO
               MOVE "SEM DECLARACAO DE RENDA" TO DIV-VALOR-LOCAL
               PERFORM GRAVAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
           IF  RND-RENDA-MENSAL > W-RENDA-CADUNICO
               COMPUTE W-DIFERENCA-RENDA =
                       RND-RENDA-MENSAL - W-RENDA-CADUNICO
           ELSE
               COMPUTE W-DIFERENCA-RENDA =
                       W-RENDA-CADUNICO - RND-RENDA-MENSAL
           END-IF
           COMPUTE W-LIMITE-RENDA =
                   W-RENDA-CADUNICO * W-TOLERANCIA-RENDA / 100
           IF  W-DIFERENCA-RENDA > W-LIMITE-RENDA
               MOVE "04" TO DIV-TIPO
               MOVE RND-RENDA-MENSAL TO W-RENDA-EDIT
               MOVE SPACES TO DIV-VALOR-LOCAL
               STRING "RENDA DECLARADA " W-RENDA-EDIT
                      " EM " RND-DATA-DECLARACAO
                   DELIMITED BY SIZE INTO DIV-VALOR-LOCAL
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

       CONFERIR-NIS.
           IF  CUN-NIS NOT NUMERIC OR CUN-NIS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE CUN-NIS TO W-NIS-NUMERICO
           MOVE "23" TO W-COD-ERRO-NIS
           IF  W-SEM-NIS NOT = "S"
               MOVE CPF TO NIS-CPF
               READ ARQ-NIS
           END-IF
           IF  W-COD-ERRO-NIS NOT = "00"
               MOVE "05" TO DIV-TIPO
               MOVE CUN-NIS         TO DIV-VALOR-CADUNICO
               MOVE "NAO REGISTRADO" TO DIV-VALOR-LOCAL
               PERFORM GRAVAR-DIVERGENCIA
           ELSE
           IF  NIS-NUMERO NOT = W-NIS-NUMERICO
               MOVE "05" TO DIV-TIPO
               MOVE CUN-NIS    TO DIV-VALOR-CADUNICO
               MOVE NIS-NUMERO TO DIV-VALOR-LOCAL
               PERFORM GRAVAR-DIVERGENCIA
           END-IF
           END-IF.

      *    O MEMBRO E PROCURADO ENTRE OS DEPENDENTES DO RESPONSAVEL:
      *    PELO CPF PROPRIO QUANDO O CADUNICO O TRAZ, SENAO PELO NOME.
       CONFERIR-MEMBRO.
           MOVE CUN-CPF-RESPONSAVEL TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00" OR NOT PESSOA-ATIVA
               ADD 1 TO W-CONT-FAMILIA-FORA
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-MEMBRO-ACHADO W-FIM-DEPENDENTES
           MOVE CUN-CPF-RESPONSAVEL TO DEP-CPF-TITULAR
           MOVE ZEROS               TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEPENDENTES
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM PROCURAR-MEMBRO
                   UNTIL W-FIM-DEPENDENTES = "S"
                      OR W-MEMBRO-ACHADO = "S"
           IF  W-MEMBRO-ACHADO NOT = "S"
               MOVE "03" TO DIV-TIPO
               MOVE SPACES TO DIV-VALOR-CADUNICO
               STRING "MEMBRO DA FAMILIA - ATUALIZADO EM "
                      CUN-DATA-ATUALIZACAO
                   DELIMITED BY SIZE INTO DIV-VALOR-CADUNICO
               MOVE "AUSENTE DOS DEPENDENTES DO TITULAR"
                    TO DIV-VALOR-LOCAL
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

       LER-DEPENDENTE.
           IF  W-FIM-DEPENDENTES NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEPENDENTES
               END-READ
               IF  W-FIM-DEPENDENTES NOT = "S"
                AND DEP-CPF-TITULAR NOT = CUN-CPF-RESPONSAVEL
                   MOVE "S" TO W-FIM-DEPENDENTES
               END-IF
           END-IF.

       PROCURAR-MEMBRO.
           IF  CUN-CPF NOT = SPACES
               IF  DEP-CPF-PROPRIO = CUN-CPF
                   MOVE "S" TO W-MEMBRO-ACHADO
               END-IF
           ELSE
               IF  DEP-NOME = CUN-NOME
                   MOVE "S" TO W-MEMBRO-ACHADO
               END-IF
           END-IF
           IF  W-MEMBRO-ACHADO NOT = "S"
               PERFORM LER-DEPENDENTE
           END-IF.

      *    DIV-TIPO E OS VALORES JA VEM PREENCHIDOS; AQUI ENTRAM A
      *    IDENTIFICACAO DA PESSOA E O CARIMBO DA CARGA.
       GRAVAR-DIVERGENCIA.
           MOVE CUN-CPF              TO DIV-CPF
           MOVE CUN-NOME             TO DIV-NOME
           MOVE CUN-NIS              TO DIV-NIS
           MOVE CUN-CODIGO-FAMILIAR  TO DIV-CODIGO-FAMILIAR
           MOVE CUN-CPF-RESPONSAVEL  TO DIV-CPF-RESPONSAVEL
           IF  CUN-RESP-FAMILIAR AND W-ACHADA-POR-NIS = "S"
               MOVE CPF TO DIV-CPF DIV-CPF-RESPONSAVEL
           END-IF
           MOVE WS-DATA-SIST-NUM     TO DIV-DATA-CARGA
           MOVE "N"                  TO DIV-RESOLVIDO
           MOVE SPACES               TO DIV-OPERADOR
           MOVE ZEROS                TO DIV-DATA-BAIXA
           WRITE REG-DIVERGENCIA
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO GRAVAR CADUNICO.WRK: " W-COD-ERRO-TRB
           END-IF
           ADD 1 TO W-CONT-DIVERGENCIAS
           EVALUATE TRUE
               WHEN DIV-NAO-CADASTRADO
                   ADD 1 TO W-CONT-TIPO-01
                   MOVE "SEM CADASTRO ATIVO NO MUNICIPIO"
                        TO WD-DESCRICAO
               WHEN DIV-ENDERECO
                   ADD 1 TO W-CONT-TIPO-02
                   MOVE "ENDERECO/CEP DIFERENTE" TO WD-DESCRICAO
               WHEN DIV-MEMBRO-AUSENTE
                   ADD 1 TO W-CONT-TIPO-03
                   MOVE "MEMBRO AUSENTE DOS DEPENDENTES"
                        TO WD-DESCRICAO
               WHEN DIV-RENDA
                   ADD 1 TO W-CONT-TIPO-04
                   MOVE "RENDA FORA DA TOLERANCIA" TO WD-DESCRICAO
               WHEN DIV-NIS-DIVERGENTE
                   ADD 1 TO W-CONT-TIPO-05
                   MOVE "NIS DIFERENTE OU NAO REGISTRADO"
                        TO WD-DESCRICAO
           END-EVALUATE
           MOVE DIV-CPF             TO WD-CPF
           MOVE DIV-NOME            TO WD-NOME
           MOVE DIV-CODIGO-FAMILIAR TO WD-CODIGO-FAMILIAR
           MOVE DIV-CPF-RESPONSAVEL TO WD-CPF-RESPONSAVEL
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           MOVE DIV-VALOR-CADUNICO  TO WV-CADUNICO
           MOVE DIV-VALOR-LOCAL     TO WV-LOCAL
           WRITE REG-REL FROM W-DETALHE-VALORES AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-DIVERGENCIAS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "PESSOAS LIDAS DO CADUNICO    : " W-CONT-LIDOS.
           DISPLAY "RESPONSAVEIS FAMILIARES      : "
                   W-CONT-RESPONSAVEIS.
           DISPLAY "ACHADOS SO PELO NIS          : " W-CONT-POR-NIS.
           DISPLAY "MEMBROS DE FAMILIA SEM CAD.  : "
                   W-CONT-FAMILIA-FORA.
           DISPLAY "DIVERGENCIAS NA LISTA        : "
                   W-CONT-DIVERGENCIAS.
           DISPLAY "  01 SEM CADASTRO ATIVO      : " W-CONT-TIPO-01.
           DISPLAY "  02 ENDERECO/CEP            : " W-CONT-TIPO-02.
           DISPLAY "  03 MEMBRO AUSENTE          : " W-CONT-TIPO-03.
           DISPLAY "  04 RENDA                   : " W-CONT-TIPO-04.
           DISPLAY "  05 NIS                     : " W-CONT-TIPO-05.
           DISPLAY "RELATORIO EM RELCADUN.LST - LISTA EM CADUNICO.WRK".

       FINALIZACAO.
           CLOSE ARQ-CADUNICO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-DEPENDENTES.
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA
           END-IF.
           IF  W-SEM-NIS NOT = "S"
               CLOSE ARQ-NIS
           END-IF.
           CLOSE ARQ-TRABALHO.
           CLOSE REL-CADUNICO.

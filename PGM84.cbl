       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM84.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    APURACAO DE PAGAMENTOS INDEVIDOS. CONFRONTA O LIVRO DE
      *    PAGAMENTOS (PAGHIST.DAT, CPYLANPG) COM A SITUACAO DO
      *    TITULAR NO CADASTRO E COM O REGISTRO DE BLOQUEIOS JUDICIAIS
      *    (BLOQJUD.DAT) E APONTA TODO LANCAMENTO PAGO CUJA
      *    COMPETENCIA E POSTERIOR A PERDA DO DIREITO:
      *      - OBITO "F" (PGM23), EXCLUSAO "I" (PGM03) OU
      *        TRANSFERENCIA "T" (PGM77): A PERDA E DATA-EXCLUSAO; A
      *        COMPETENCIA DO PROPRIO MES AINDA E DEVIDA, AS
      *        SEGUINTES NAO;
      *      - BLOQUEIO JUDICIAL (PGM56): AS COMPETENCIAS POSTERIORES
      *        AO MES DA ORDEM, ATE O MES ANTERIOR AO LEVANTAMENTO
      *        (BLOQUEIO VIGENTE NAO TEM FIM).
      *    CADA PAGAMENTO APONTADO VIRA UM DEBITO "A" (APURADO) NO
      *    CADASTRO DE RECUPERACAO (DEBITOS.DAT, CPYDEBIT), COM A
      *    MESMA CHAVE DO LANCAMENTO: REEXECUTAR A APURACAO NAO
      *    DUPLICA DEBITOS. OS DEBITOS NOVOS SAEM NO RELATORIO
      *    RELINDEV.LST, QUE VAI AO SUPERVISOR PARA NEGOCIACAO (TELA
      *    DO PGM85) -- O APONTAMENTO DO TRIBUNAL DE CONTAS E POR
      *    ESTA LISTA QUE SE RESPONDE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELLP REPLACING STATUS-FIELD BY W-COD-ERRO-LPG.

           COPY CPYSELBJ REPLACING STATUS-FIELD BY W-COD-ERRO-BLQ.

           COPY CPYSELDB REPLACING STATUS-FIELD BY W-COD-ERRO-DEB.

           SELECT REL-INDEVIDOS ASSIGN TO "C:\TEMP\RELINDEV.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-LANCAMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLANPG.

       FD  ARQ-BLOQUEIOS
           LABEL RECORD STANDARD.
       COPY CPYBLOQJ.

       FD  ARQ-DEBITOS
           LABEL RECORD STANDARD.
       COPY CPYDEBIT.

       FD  REL-INDEVIDOS
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-LPG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-BLQ      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-SEM-BLOQUEIOS     PIC X  VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-INDEVIDO          PIC X  VALUE "N".
       01  W-MOTIVO            PIC X  VALUE SPACE.
       01  W-DATA-PERDA        PIC 9(8)  VALUE ZEROS.
       01  W-COMPET-PERDA      PIC 9(6)  VALUE ZEROS.
       01  W-COMPET-LEVANTAMENTO PIC 9(6) VALUE ZEROS.
       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-PAGOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-NOVOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-APURADOS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
       01  W-VALOR-APURADO     PIC 9(11)V99 VALUE ZEROS.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.

       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM84".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-RELATORIO    PIC X(30)
           VALUE "C:\TEMP\RELINDEV.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "PAGAMENTOS INDEVIDOS APURADOS".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(6)  VALUE "PROG".
           05  FILLER              PIC X(9)  VALUE "COMPET.".
           05  FILLER              PIC X(14) VALUE "         VALOR".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "MOTIVO".
           05  FILLER              PIC X(10) VALUE "PERDA EM".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PROGRAMA         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-MES              PIC 99.
           05  FILLER              PIC X(1)  VALUE "/".
           05  WD-ANO              PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-VALOR            PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WD-MOTIVO           PIC X(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DATA-PERDA       PIC 9(8).

       01  W-RODAPE.
           05  FILLER              PIC X(30)
               VALUE "TOTAL DE DEBITOS APURADOS   : ".
           05  W-RODAPE-TOTAL      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(12) VALUE "   VALOR : ".
           05  W-RODAPE-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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

           PERFORM RECEBER-OPERADOR.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LER-LANCAMENTO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

      *    SEM O REGISTRO DE BLOQUEIOS (NENHUMA ORDEM JUDICIAL AINDA)
      *    A APURACAO SEGUE SO PELA SITUACAO DO CADASTRO; O CADASTRO
      *    DE DEBITOS E CRIADO VAZIO NA PRIMEIRA EXECUCAO.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF  W-COD-ERRO-LPG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGHIST.DAT: " W-COD-ERRO-LPG
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               CLOSE ARQ-LANCAMENTOS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-BLOQUEIOS.
           IF  W-COD-ERRO-BLQ = "35"
               MOVE "S" TO W-SEM-BLOQUEIOS
           ELSE
           IF  W-COD-ERRO-BLQ NOT = "00"
               DISPLAY "ERRO AO ABRIR BLOQJUD.DAT: " W-COD-ERRO-BLQ
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS
               STOP RUN
           END-IF
           END-IF.

           OPEN I-O ARQ-DEBITOS.
           IF  W-COD-ERRO-DEB = "35"
               OPEN OUTPUT ARQ-DEBITOS
               CLOSE ARQ-DEBITOS
               OPEN I-O ARQ-DEBITOS
           END-IF.
           IF  W-COD-ERRO-DEB NOT = "00"
               DISPLAY "ERRO AO ABRIR DEBITOS.DAT: " W-COD-ERRO-DEB
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS
               IF  W-SEM-BLOQUEIOS NOT = "S"
                   CLOSE ARQ-BLOQUEIOS
               END-IF
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-INDEVIDOS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELINDEV.LST: " W-COD-ERRO-REL
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS ARQ-DEBITOS
               IF  W-SEM-BLOQUEIOS NOT = "S"
                   CLOSE ARQ-BLOQUEIOS
               END-IF
               STOP RUN
           END-IF.

       LER-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    SO O QUE O BANCO CONFIRMOU COMO PAGO PODE SER INDEVIDO;
      *    ENVIADO SEM RETORNO AINDA PODE SER REJEITADO.
       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS
           IF  LPG-PAGO
               ADD 1 TO W-CONT-PAGOS
               PERFORM EXAMINAR-LANCAMENTO
           END-IF

           PERFORM LER-LANCAMENTO.

       EXAMINAR-LANCAMENTO.
           MOVE LPG-CHAVE TO DEB-CHAVE
           READ ARQ-DEBITOS
           IF  W-COD-ERRO-DEB = "00"
               ADD 1 TO W-CONT-JA-APURADOS
               EXIT PARAGRAPH
           END-IF

           MOVE LPG-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
      *        TITULAR JA ARQUIVADO (PGM09): SEM A SITUACAO NAO HA
      *        COMO APURAR -- CONTADO A PARTE PARA CONFERENCIA.
               ADD 1 TO W-CONT-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO W-INDEVIDO
           PERFORM CRITICAR-SITUACAO
           IF  W-INDEVIDO NOT = "S"
               PERFORM CRITICAR-BLOQUEIO
           END-IF
           IF  W-INDEVIDO = "S"
               PERFORM REGISTRAR-DEBITO
           END-IF.

       CRITICAR-SITUACAO.
           IF  (PESSOA-FALECIDA OR PESSOA-INATIVA
                OR PESSOA-TRANSFERIDA)
            AND DATA-EXCLUSAO IS NUMERIC
               MOVE DATA-EXCLUSAO TO W-DATA-PERDA
               DIVIDE W-DATA-PERDA BY 100 GIVING W-COMPET-PERDA
               IF  W-DATA-PERDA > ZEROS
                AND LPG-COMPETENCIA > W-COMPET-PERDA
                   MOVE "S"      TO W-INDEVIDO
                   MOVE SITUACAO TO W-MOTIVO
               END-IF
           END-IF.

       CRITICAR-BLOQUEIO.
           IF  W-SEM-BLOQUEIOS NOT = "S"
               MOVE LPG-CPF TO BLQ-CPF
               READ ARQ-BLOQUEIOS
               IF  W-COD-ERRO-BLQ = "00"
                   DIVIDE BLQ-DATA-ORDEM BY 100 GIVING W-COMPET-PERDA
                   DIVIDE BLQ-DATA-BAIXA BY 100
                          GIVING W-COMPET-LEVANTAMENTO
                   IF  LPG-COMPETENCIA > W-COMPET-PERDA
                    AND (BLQ-VIGENTE
                      OR LPG-COMPETENCIA < W-COMPET-LEVANTAMENTO)
                       MOVE "S"            TO W-INDEVIDO
                       MOVE "J"            TO W-MOTIVO
                       MOVE BLQ-DATA-ORDEM TO W-DATA-PERDA
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-DEBITO.
           INITIALIZE REG-DEBITOS
           MOVE LPG-CHAVE        TO DEB-CHAVE
           COMPUTE DEB-VALOR-ORIGINAL =
                   LPG-VALOR + LPG-VALOR-DESCONTO
           MOVE W-MOTIVO         TO DEB-MOTIVO
           MOVE W-DATA-PERDA     TO DEB-DATA-PERDA
           MOVE WS-DATA-SIST-NUM TO DEB-DATA-APURACAO
           MOVE "A"              TO DEB-SITUACAO
           MOVE WS-DATA-SIST-NUM TO DEB-DATA-SITUACAO
           MOVE W-OPERADOR       TO DEB-OPERADOR
           WRITE REG-DEBITOS
           IF  W-COD-ERRO-DEB NOT = "00"
               DISPLAY "ERRO AO GRAVAR DEBITOS.DAT - CPF " LPG-CPF
                       " STATUS " W-COD-ERRO-DEB
           ELSE
               ADD 1 TO W-CONT-NOVOS
               ADD DEB-VALOR-ORIGINAL TO W-VALOR-APURADO
               PERFORM IMPRIMIR-DEBITO
           END-IF.

       IMPRIMIR-DEBITO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE DEB-CPF            TO WD-CPF
           MOVE NOME               TO WD-NOME
           MOVE DEB-PROGRAMA       TO WD-PROGRAMA
           MOVE DEB-COMPETENCIA (5:2) TO WD-MES
           MOVE DEB-COMPETENCIA (1:4) TO WD-ANO
           MOVE DEB-VALOR-ORIGINAL TO WD-VALOR
           EVALUATE TRUE
               WHEN DEB-MOT-OBITO
                   MOVE "OBITO"          TO WD-MOTIVO
               WHEN DEB-MOT-EXCLUSAO
                   MOVE "EXCLUSAO"       TO WD-MOTIVO
               WHEN DEB-MOT-TRANSFERENCIA
                   MOVE "TRANSFERENCIA"  TO WD-MOTIVO
               WHEN DEB-MOT-BLOQUEIO
                   MOVE "BLOQUEIO JUDIC" TO WD-MOTIVO
           END-EVALUATE
           MOVE DEB-DATA-PERDA     TO WD-DATA-PERDA
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

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

       IMPRIMIR-RODAPE.
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-CONT-NOVOS    TO W-RODAPE-TOTAL.
           MOVE W-VALOR-APURADO TO W-RODAPE-VALOR.
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-NOVOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-RELATORIO.

       IMPRIMIR-TOTAIS.
           DISPLAY "LANCAMENTOS LIDOS          : " W-CONT-LIDOS.
           DISPLAY "LANCAMENTOS PAGOS          : " W-CONT-PAGOS.
           DISPLAY "DEBITOS NOVOS APURADOS     : " W-CONT-NOVOS.
           DISPLAY "JA APURADOS ANTES          : " W-CONT-JA-APURADOS.
           DISPLAY "TITULAR FORA DO CADASTRO   : " W-CONT-SEM-CADASTRO.
           MOVE W-VALOR-APURADO TO W-VALOR-EDIT
           DISPLAY "VALOR APURADO              : " W-VALOR-EDIT.

       FINALIZACAO.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-PESSOAS.
           IF  W-SEM-BLOQUEIOS NOT = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           CLOSE ARQ-DEBITOS.
           CLOSE REL-INDEVIDOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM83.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    INFORME ANUAL DE RENDIMENTOS DE BENEFICIOS. PARA O
      *    ANO-CALENDARIO INFORMADO NO CONSOLE, PERCORRE O LIVRO DE
      *    PAGAMENTOS (PAGHIST.DAT, CPYLANPG) E CONSIDERA SO OS
      *    LANCAMENTOS PAGOS (BAIXA DO PGM53) COM COMPETENCIA NO ANO.
      *    DUAS SAIDAS:
      *
      *    INFORME.LST  - UM INFORME POR TITULAR, EM PAGINA PROPRIA
      *        (PROGRAMA, MES, VALOR E TOTAL DO ANO), PARA O TITULAR
      *        ANEXAR A PROPRIA DECLARACAO DE IMPOSTO. O CPF SAI COM
      *        A MASCARA DA FICHA (PGM42) PARA OPERADOR SEM PERFIL
      *        PRIVILEGIADO: O PAPEL SAI DO SETOR PELO CORREIO.
      *    RENDBEN.RFB  - DECLARACAO ANUAL DE BENEFICIOS PAGOS PARA O
      *        ORGAO FISCAL, EM COLUNAS FIXAS, UM REGISTRO POR
      *        TITULAR E PROGRAMA COM OS DOZE MESES E O TOTAL DO
      *        ANO. ABRE COM O CABECALHO DE TRANSMISSAO ("HDR", TIPO
      *        "B", NUMERO DO PGM71) E FECHA COM O TRAILER DO
      *        CPYTRAIL MAIS O VALOR TOTAL (COMO O PAGBEN.RFB DO
      *        PGM52) -- MESMA DISCIPLINA DO PESSOAS.RFB DO PGM10.
      *
      *    O LIVRO E LIDO NA ORDEM DA CHAVE (CPF + PROGRAMA +
      *    COMPETENCIA), QUE JA E A ORDEM DE QUEBRA DOS DOIS
      *    RELATORIOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELPB REPLACING STATUS-FIELD BY W-COD-ERRO-PRB.

           COPY CPYSELLP REPLACING STATUS-FIELD BY W-COD-ERRO-LPG.

           SELECT ARQ-DECLARACAO ASSIGN TO "C:\TEMP\RENDBEN.RFB"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-DCL.

           SELECT REL-INFORME ASSIGN TO "C:\TEMP\INFORME.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-PROGRAMAS
           LABEL RECORD STANDARD.
       COPY CPYPROGB.

       FD  ARQ-LANCAMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLANPG.

       FD  ARQ-DECLARACAO
           LABEL RECORD STANDARD.
       01  REG-DECLARACAO.
           05  DCL-CPF             PIC X(11).
           05  DCL-NOME            PIC X(30).
           05  DCL-PROGRAMA        PIC X(4).
           05  DCL-ANO             PIC 9(4).
           05  DCL-VALOR-MES       PIC 9(7)V99 OCCURS 12 TIMES.
           05  DCL-VALOR-ANUAL     PIC 9(9)V99.

       FD  REL-INFORME
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-LPG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DCL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-SEM-PROGRAMAS     PIC X  VALUE "N".
       01  W-ANO-BASE          PIC 9(4)  VALUE ZEROS.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-ERRO-REMESSA      PIC X  VALUE "N".
       01  W-CPF-ATUAL         PIC X(11) VALUE SPACES.
       01  W-PROGRAMA-ATUAL    PIC X(4)  VALUE SPACES.
       01  W-ANO-COMPETENCIA   PIC 9(4)  VALUE ZEROS.
       01  W-MES-COMPETENCIA   PIC 99    VALUE ZEROS.
       01  W-CPF-EXIBICAO      PIC X(11) VALUE SPACES.
       01  W-NOME-TITULAR      PIC X(30) VALUE SPACES.
       01  W-DESCRICAO-PROG    PIC X(30) VALUE SPACES.
       01  W-TOTAL-TITULAR     PIC 9(9)V99 VALUE ZEROS.
       01  W-VALOR-BRUTO       PIC 9(7)V99 VALUE ZEROS.
       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-PAGOS-ANO    PIC 9(6) VALUE ZEROS.
       01  W-CONT-TITULARES    PIC 9(6) VALUE ZEROS.
       01  W-CONT-EXTRAIDOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-SOMA-CPF-REMESSA  PIC 9(18) VALUE ZEROS.
       01  W-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.
       01  W-VALOR-REMESSA     PIC 9(13)V99 VALUE ZEROS.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CPYTRAIL.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM83".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-REMESSA      PIC X(30)
           VALUE "C:\TEMP\RENDBEN.RFB".
       01  W-NUM-REMESSA       PIC 9(6) VALUE ZEROS.
       01  W-TIPO-REMESSA      PIC X(1) VALUE "B".
       01  W-RESULT-TRANS      PIC X(1) VALUE SPACE.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "INFORME DE RENDIMENTOS - BENEFICIOS".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(17)
               VALUE "ANO-CALENDARIO : ".
           05  W-CAB2-ANO          PIC 9(4).

       01  W-CAB3.
           05  FILLER              PIC X(15) VALUE "BENEFICIARIO : ".
           05  W-CAB3-NOME         PIC X(30).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "CPF : ".
           05  W-CAB3-CPF          PIC X(11).

       01  W-CAB4.
           05  FILLER              PIC X(10) VALUE "PROGRAMA".
           05  FILLER              PIC X(32) VALUE "DESCRICAO".
           05  FILLER              PIC X(13) VALUE "COMPETENCIA".
           05  FILLER              PIC X(20) VALUE "     VALOR PAGO".

       01  W-DETALHE.
           05  WD-PROGRAMA         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-MES              PIC 99.
           05  FILLER              PIC X(1)  VALUE "/".
           05  WD-ANO              PIC 9(4).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WD-VALOR            PIC Z.ZZZ.ZZ9,99.

       01  W-RODAPE.
           05  FILLER              PIC X(55)
               VALUE "TOTAL RECEBIDO NO ANO-CALENDARIO".
           05  W-RODAPE-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.

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

           PERFORM RECEBER-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-CABECALHO-REMESSA.
           PERFORM LER-LANCAMENTO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           IF  W-CPF-ATUAL NOT = SPACES
               PERFORM FECHAR-PROGRAMA
               PERFORM FECHAR-TITULAR
           END-IF.
      *    COM ERRO DE GRAVACAO NA DECLARACAO, NEM TRAILER, NEM
      *    CATALOGO, NEM TRANSMISSAO: O ARQUIVO SEM TRAILER E
      *    RECUSADO PELO ORGAO E A EMISSAO E REPETIDA (PGM10).
           IF  W-ERRO-REMESSA NOT = "S"
               PERFORM GRAVAR-TRAILER
           END-IF.
           IF  W-ERRO-REMESSA NOT = "S"
               PERFORM REGISTRAR-CATALOGO
               PERFORM REGISTRAR-TRANSMISSAO
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    SEM ANO INFORMADO VALE O ANO ANTERIOR AO CORRENTE: O
      *    INFORME E EMITIDO NO INICIO DO ANO SEGUINTE.
       RECEBER-PARAMETROS.
           DISPLAY "ANO-CALENDARIO (AAAA, ENTER = ANO ANTERIOR): "
                   WITH NO ADVANCING
           ACCEPT W-ANO-BASE FROM CONSOLE
           IF  W-ANO-BASE = ZEROS
               COMPUTE W-ANO-BASE = WS-ANO-SIST - 1
           END-IF
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

      *    O LIVRO E OBRIGATORIO (SEM ELE NAO HA O QUE INFORMAR); O
      *    MESTRE DE PROGRAMAS SO DA A DESCRICAO DO INFORME.
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

           OPEN INPUT ARQ-PROGRAMAS.
           IF  W-COD-ERRO-PRB = "35"
               MOVE "S" TO W-SEM-PROGRAMAS
           ELSE
           IF  W-COD-ERRO-PRB NOT = "00"
               DISPLAY "ERRO AO ABRIR PROGBEN.DAT: " W-COD-ERRO-PRB
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS
               STOP RUN
           END-IF
           END-IF.

           OPEN OUTPUT ARQ-DECLARACAO.
           IF  W-COD-ERRO-DCL NOT = "00"
               DISPLAY "ERRO AO ABRIR RENDBEN.RFB: " W-COD-ERRO-DCL
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS
               IF  W-SEM-PROGRAMAS NOT = "S"
                   CLOSE ARQ-PROGRAMAS
               END-IF
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-INFORME.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR INFORME.LST: " W-COD-ERRO-REL
               CLOSE ARQ-LANCAMENTOS ARQ-PESSOAS ARQ-DECLARACAO
               IF  W-SEM-PROGRAMAS NOT = "S"
                   CLOSE ARQ-PROGRAMAS
               END-IF
               STOP RUN
           END-IF.

       LER-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    SO ENTRA O QUE O BANCO CONFIRMOU COMO PAGO: ENVIADO SEM
      *    RETORNO E REJEITADO NAO SAO RENDIMENTO RECEBIDO.
       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS
           DIVIDE LPG-COMPETENCIA BY 100 GIVING W-ANO-COMPETENCIA
                  REMAINDER W-MES-COMPETENCIA
           IF  LPG-PAGO AND W-ANO-COMPETENCIA = W-ANO-BASE
            AND W-MES-COMPETENCIA > ZEROS
            AND W-MES-COMPETENCIA < 13
               ADD 1 TO W-CONT-PAGOS-ANO
               PERFORM QUEBRAR-TITULAR
               PERFORM ACUMULAR-LANCAMENTO
           END-IF

           PERFORM LER-LANCAMENTO.

       QUEBRAR-TITULAR.
           IF  LPG-CPF NOT = W-CPF-ATUAL
               IF  W-CPF-ATUAL NOT = SPACES
                   PERFORM FECHAR-PROGRAMA
                   PERFORM FECHAR-TITULAR
               END-IF
               PERFORM ABRIR-TITULAR
               PERFORM ABRIR-PROGRAMA
           ELSE
               IF  LPG-PROGRAMA NOT = W-PROGRAMA-ATUAL
                   PERFORM FECHAR-PROGRAMA
                   PERFORM ABRIR-PROGRAMA
               END-IF
           END-IF.

      *    O TITULAR PODE TER SAIDO DO CADASTRO ATIVO DEPOIS DE
      *    RECEBER (OBITO, EXCLUSAO): O INFORME SAI MESMO ASSIM, SO
      *    SEM O NOME.
       ABRIR-TITULAR.
           MOVE LPG-CPF TO W-CPF-ATUAL
           MOVE ZEROS   TO W-TOTAL-TITULAR
           ADD 1 TO W-CONT-TITULARES
           MOVE LPG-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO = "00"
               MOVE NOME TO W-NOME-TITULAR
           ELSE
               MOVE "(NAO LOCALIZADO NO CADASTRO)" TO W-NOME-TITULAR
           END-IF
           MOVE "XXXXXXX"     TO W-CPF-EXIBICAO (1:7)
           MOVE LPG-CPF (8:4) TO W-CPF-EXIBICAO (8:4)
           PERFORM IMPRIMIR-CABECALHO.

       ABRIR-PROGRAMA.
           MOVE LPG-PROGRAMA TO W-PROGRAMA-ATUAL
           MOVE SPACES TO W-DESCRICAO-PROG
           IF  W-SEM-PROGRAMAS NOT = "S"
               MOVE LPG-PROGRAMA TO PRB-CODIGO
               READ ARQ-PROGRAMAS
               IF  W-COD-ERRO-PRB = "00"
                   MOVE PRB-DESCRICAO TO W-DESCRICAO-PROG
               END-IF
           END-IF
           INITIALIZE REG-DECLARACAO
           MOVE LPG-CPF      TO DCL-CPF
           MOVE W-NOME-TITULAR TO DCL-NOME
           MOVE LPG-PROGRAMA TO DCL-PROGRAMA
           MOVE W-ANO-BASE   TO DCL-ANO.

      *    O RENDIMENTO E O BENEFICIO BRUTO: A PARCELA DE RESSARCIMENTO
      *    DESCONTADA NO PAGAMENTO (PGM52) TAMBEM FOI RECEBIDA.
       ACUMULAR-LANCAMENTO.
           COMPUTE W-VALOR-BRUTO = LPG-VALOR + LPG-VALOR-DESCONTO
           ADD W-VALOR-BRUTO TO DCL-VALOR-MES (W-MES-COMPETENCIA)
           ADD W-VALOR-BRUTO TO DCL-VALOR-ANUAL
           ADD W-VALOR-BRUTO TO W-TOTAL-TITULAR
           IF  W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE LPG-PROGRAMA      TO WD-PROGRAMA
           MOVE W-DESCRICAO-PROG  TO WD-DESCRICAO
           MOVE W-MES-COMPETENCIA TO WD-MES
           MOVE W-ANO-COMPETENCIA TO WD-ANO
           MOVE W-VALOR-BRUTO     TO WD-VALOR
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       FECHAR-PROGRAMA.
           WRITE REG-DECLARACAO
           IF  W-COD-ERRO-DCL NOT = "00"
            AND W-ERRO-REMESSA NOT = "S"
               DISPLAY "ERRO AO GRAVAR RENDBEN.RFB - STATUS "
                       W-COD-ERRO-DCL
               MOVE "S" TO W-ERRO-REMESSA
           END-IF
           ADD 1 TO W-CONT-EXTRAIDOS
           ADD DCL-VALOR-ANUAL TO W-VALOR-REMESSA
           IF  DCL-CPF IS NUMERIC
               MOVE DCL-CPF TO W-CPF-NUMERICO
               ADD W-CPF-NUMERICO TO W-SOMA-CPF-REMESSA
           END-IF.

       FECHAR-TITULAR.
           MOVE W-TOTAL-TITULAR TO W-RODAPE-TOTAL
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

      *    CADA TITULAR COMECA EM PAGINA NOVA (O INFORME E DESTACADO
      *    E ENVELOPADO UM A UM); A CONTINUACAO DE UM INFORME LONGO
      *    REPETE O CABECALHO DO MESMO TITULAR.
       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.
           MOVE W-ANO-BASE        TO W-CAB2-ANO.
           MOVE W-NOME-TITULAR    TO W-CAB3-NOME.
           MOVE W-CPF-EXIBICAO    TO W-CAB3-CPF.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM W-CAB3 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM W-CAB4 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

      *    CABECALHO DE TRANSMISSAO ("HDR" + TIPO + NUMERO + DATA),
      *    NUMERO ALOCADO NO PGM71 E SO CONSUMIDO NO FIM SEM ERRO.
       GRAVAR-CABECALHO-REMESSA.
           CALL "PGM71" USING "A" W-TIPO-REMESSA W-NUM-REMESSA
                              W-RESULT-TRANS
           MOVE SPACES TO REG-DECLARACAO
           MOVE "HDR"              TO REG-DECLARACAO (1:3)
           MOVE W-TIPO-REMESSA     TO REG-DECLARACAO (4:1)
           MOVE W-NUM-REMESSA      TO REG-DECLARACAO (5:6)
           MOVE WS-DATA-SIST-NUM   TO REG-DECLARACAO (11:8)
           MOVE W-ANO-BASE         TO REG-DECLARACAO (19:4)
           WRITE REG-DECLARACAO
           IF  W-COD-ERRO-DCL NOT = "00"
               DISPLAY "ERRO AO GRAVAR CABECALHO - STATUS "
                       W-COD-ERRO-DCL
               MOVE "S" TO W-ERRO-REMESSA
           END-IF.

       GRAVAR-TRAILER.
           MOVE "TRL"              TO W-TRL-MARCA
           MOVE W-CONT-EXTRAIDOS   TO W-TRL-QTD
           MOVE W-SOMA-CPF-REMESSA TO W-TRL-SOMA
           MOVE W-VALOR-REMESSA    TO W-TRL-VALOR
           MOVE SPACES TO REG-DECLARACAO
           MOVE W-AREA-TRAILER TO REG-DECLARACAO (1:30)
           MOVE W-AREA-TRAILER-VALOR TO REG-DECLARACAO (31:15)
           WRITE REG-DECLARACAO
           IF  W-COD-ERRO-DCL NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRAILER - STATUS "
                       W-COD-ERRO-DCL
               MOVE "S" TO W-ERRO-REMESSA
           END-IF.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-EXTRAIDOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-REMESSA.

      *    O ORGAO NAO DEVOLVE RETORNO DA DECLARACAO ANUAL: A
      *    REMESSA FICA NO PGM71 SO PELA NUMERACAO, FORA DA COBRANCA
      *    DE ATRASADOS DO PGM72.
       REGISTRAR-TRANSMISSAO.
           CALL "PGM71" USING "S" W-TIPO-REMESSA W-NUM-REMESSA
                              W-RESULT-TRANS
           DISPLAY "DECLARACAO NUMERO " W-NUM-REMESSA
                   " REGISTRADA - SEM RETORNO".

       IMPRIMIR-TOTAIS.
           DISPLAY "ANO-CALENDARIO             : " W-ANO-BASE.
           DISPLAY "LANCAMENTOS LIDOS          : " W-CONT-LIDOS.
           DISPLAY "PAGAMENTOS NO ANO          : " W-CONT-PAGOS-ANO.
           DISPLAY "INFORMES EMITIDOS          : " W-CONT-TITULARES.
           DISPLAY "REGISTROS NA DECLARACAO    : " W-CONT-EXTRAIDOS.
           MOVE W-VALOR-REMESSA TO W-VALOR-EDIT
           DISPLAY "VALOR TOTAL DECLARADO      : " W-VALOR-EDIT.
           IF  W-ERRO-REMESSA = "S"
               DISPLAY "*** DECLARACAO INCOMPLETA POR ERRO DE "
                       "GRAVACAO - REPETIR A EMISSAO ***"
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-PESSOAS.
           IF  W-SEM-PROGRAMAS NOT = "S"
               CLOSE ARQ-PROGRAMAS
           END-IF.
           CLOSE ARQ-DECLARACAO.
           CLOSE REL-INFORME.

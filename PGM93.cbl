       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM93.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    PRODUCAO DOS CARTOES MUNICIPAIS DO BENEFICIARIO. RODA
      *    DEPOIS DA APURACAO (PGM51):
      *      1. PERCORRE AS INSCRICOES (INSCBEN.DAT). TITULAR ATIVO
      *         COM INSCRICAO ATIVA E APTA E SEM CARTAO NO PROGRAMA
      *         GANHA A PRIMEIRA VIA (NUMERO E DV PELO PGM92,
      *         SITUACAO EMITIDO). INSCRICAO CANCELADA COM CARTAO
      *         ATIVO TEM O CARTAO BLOQUEADO. CARTAO BLOQUEADO NO
      *         BALCAO SEM SEGUNDA VIA NAO E REEMITIDO AQUI: A
      *         SEGUNDA VIA E SEMPRE PEDIDA NO BALCAO (PGM94);
      *      2. GRAVA O ARQUIVO DA GRAFICA (CARTPROD.DAT) COM TODO
      *         CARTAO EMITIDO AINDA NAO PRODUZIDO -- AS PRIMEIRAS
      *         VIAS DESTA RODADA E AS SEGUNDAS VIAS PEDIDAS NO
      *         BALCAO -- FECHADO PELO TRAILER DO CPYTRAIL;
      *      3. SO COM O ARQUIVO FECHADO SEM ERRO CARIMBA A DATA DE
      *         PRODUCAO NOS CARTOES ENVIADOS E REGISTRA O ARQUIVO NO
      *         CATALOGO (PGM38). COM ERRO, NADA E CARIMBADO E A
      *         PROXIMA RODADA MANDA TUDO DE NOVO.
      *    O RELATORIO RELCARTO.LST LISTA OS CARTOES EMITIDOS,
      *    BLOQUEADOS E ENVIADOS A GRAFICA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY W-COD-ERRO-PRB.

           COPY CPYSELCR REPLACING STATUS-FIELD BY W-COD-ERRO-CRT.

           SELECT ARQ-PRODUCAO ASSIGN TO "C:\TEMP\CARTPROD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-PRD.

           SELECT REL-CARTOES ASSIGN TO "C:\TEMP\RELCARTO.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL RECORD STANDARD.
       COPY CPYPROGB.

       FD  ARQ-CARTOES
           LABEL RECORD STANDARD.
       COPY CPYCARTA.

      *    LEIAUTE COMBINADO COM A GRAFICA; O CPF VEM PRIMEIRO PARA A
      *    SOMA DO TRAILER.
       FD  ARQ-PRODUCAO
           LABEL RECORD STANDARD.
       01  REG-PRODUCAO.
           05  PRD-CPF             PIC X(11).
           05  PRD-NOME            PIC X(30).
           05  PRD-NUMERO          PIC 9(16).
           05  PRD-PROGRAMA        PIC X(4).
           05  PRD-DESCRICAO       PIC X(30).
           05  PRD-VIA             PIC 9(2).
           05  PRD-DATA-EMISSAO    PIC 9(8).

       FD  REL-CARTOES
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CRT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
       01  W-FIM-CARTOES       PIC X  VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-ERRO-PRODUCAO     PIC X  VALUE "N".
       01  W-CARTAO-ACHADO     PIC X  VALUE "N".
       01  W-ULTIMA-SEQUENCIA  PIC 9(2) VALUE ZEROS.
       01  W-ULTIMA-SITUACAO   PIC X  VALUE SPACE.
       01  W-CHAVE-ULTIMO      PIC X(17) VALUE SPACES.
       01  W-NUMERO-VALIDO     PIC X  VALUE "N".
       01  W-NUMERO-CARTAO     PIC 9(16) VALUE ZEROS.
       01  W-CARTAO-GRAVADO    PIC X  VALUE "N".
       01  W-TENTATIVAS        PIC 9(2) VALUE ZEROS.
       01  W-OCORRENCIA        PIC X(30) VALUE SPACES.

       01  W-CONT-EMITIDOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-BLOQUEADOS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-PRODUZIDOS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-CARIMBADOS   PIC 9(6) VALUE ZEROS.

       COPY CPYTRAIL.
       01  W-SOMA-CPF-PRODUCAO PIC 9(18) VALUE ZEROS.
       01  W-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM93".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-PRODUCAO     PIC X(30)
           VALUE "C:\TEMP\CARTPROD.DAT".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(44)
               VALUE "PRODUCAO DE CARTOES DO BENEFICIARIO".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(6)  VALUE "PROG.".
           05  FILLER              PIC X(5)  VALUE "VIA".
           05  FILLER              PIC X(21) VALUE "CARTAO".
           05  FILLER              PIC X(30) VALUE "OCORRENCIA".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PROGRAMA         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-VIA              PIC Z9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-NUMERO           PIC 9999B9999B9999B9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OCORRENCIA       PIC X(30).

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
           PERFORM ABRIR-ARQUIVOS.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA
           WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           PERFORM LER-INSCRICAO.
           PERFORM REVISAR-INSCRICAO UNTIL W-FIM-ARQUIVO = "S".
           PERFORM GERAR-PRODUCAO.
      *    SEM TRAILER A GRAFICA RECUSA O ARQUIVO: NADA E CARIMBADO
      *    E A PROXIMA RODADA MANDA OS MESMOS CARTOES -- MESMA
      *    DISCIPLINA DA REMESSA DO PGM52.
           IF  W-ERRO-PRODUCAO NOT = "S"
               PERFORM GRAVAR-TRAILER
           END-IF.
           CLOSE ARQ-PRODUCAO.
           IF  W-ERRO-PRODUCAO NOT = "S"
               PERFORM CARIMBAR-PRODUCAO
               PERFORM REGISTRAR-CATALOGO
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL PELA PRODUCAO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-INSCRICOES.
           IF  W-COD-ERRO-INS NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCBEN.DAT: " W-COD-ERRO-INS
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-PROGRAMAS.
           IF  W-COD-ERRO-PRB NOT = "00"
               DISPLAY "ERRO AO ABRIR PROGBEN.DAT: " W-COD-ERRO-PRB
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES
               STOP RUN
           END-IF.

      *    NA PRIMEIRA PRODUCAO O REGISTRO DE CARTOES AINDA NAO
      *    EXISTE: E CRIADO VAZIO AQUI.
           OPEN I-O ARQ-CARTOES.
           IF  W-COD-ERRO-CRT = "35"
               OPEN OUTPUT ARQ-CARTOES
               CLOSE ARQ-CARTOES
               OPEN I-O ARQ-CARTOES
           END-IF.
           IF  W-COD-ERRO-CRT NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTOES.DAT: " W-COD-ERRO-CRT
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-PRODUCAO.
           IF  W-COD-ERRO-PRD NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTPROD.DAT: " W-COD-ERRO-PRD
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-CARTOES
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-CARTOES.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCARTO.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-CARTOES ARQ-PRODUCAO
               STOP RUN
           END-IF.

       LER-INSCRICAO.
           READ ARQ-INSCRICOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       REVISAR-INSCRICAO.
           PERFORM LOCALIZAR-ULTIMO-CARTAO
           IF  INS-ATIVA AND INS-APTO
               IF  W-CARTAO-ACHADO = "N"
                   MOVE INS-CPF TO CPF
                   READ ARQ-PESSOAS
                   IF  W-COD-ERRO = "00" AND PESSOA-ATIVA
                       PERFORM EMITIR-PRIMEIRA-VIA
                   END-IF
               END-IF
           ELSE
           IF  INS-CANCELADA AND W-CARTAO-ACHADO = "S"
            AND (W-ULTIMA-SITUACAO = "E" OR W-ULTIMA-SITUACAO = "T")
               PERFORM BLOQUEAR-POR-CANCELAMENTO
           END-IF
           END-IF
           PERFORM LER-INSCRICAO.

      *    O CARTAO DE MAIOR SEQUENCIA DO TITULAR NO PROGRAMA; A
      *    CHAVE DELE FICA GUARDADA PARA A REGRAVACAO.
       LOCALIZAR-ULTIMO-CARTAO.
           MOVE "N"   TO W-CARTAO-ACHADO W-FIM-CARTOES
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA
           MOVE SPACE TO W-ULTIMA-SITUACAO
           MOVE INS-CPF      TO CRT-CPF
           MOVE INS-PROGRAMA TO CRT-PROGRAMA
           MOVE ZEROS        TO CRT-SEQUENCIA
           START ARQ-CARTOES KEY NOT < CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CARTOES
           END-START
           PERFORM LER-CARTAO-INSCRICAO
           PERFORM GUARDAR-ULTIMO-CARTAO UNTIL W-FIM-CARTOES = "S".

       LER-CARTAO-INSCRICAO.
           IF  W-FIM-CARTOES NOT = "S"
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-CARTOES
               END-READ
               IF  W-FIM-CARTOES NOT = "S"
                AND (CRT-CPF NOT = INS-CPF
                     OR CRT-PROGRAMA NOT = INS-PROGRAMA)
                   MOVE "S" TO W-FIM-CARTOES
               END-IF
           END-IF.

       GUARDAR-ULTIMO-CARTAO.
           MOVE "S"           TO W-CARTAO-ACHADO
           MOVE CRT-SEQUENCIA TO W-ULTIMA-SEQUENCIA
           MOVE CRT-SITUACAO  TO W-ULTIMA-SITUACAO
           MOVE CRT-CHAVE     TO W-CHAVE-ULTIMO
           PERFORM LER-CARTAO-INSCRICAO.

      *    NUMERO REPETIDO (CONTROLE CARTOES.CTL PERDIDO) VOLTA "22"
      *    PELA CHAVE ALTERNATIVA: PEDE OUTRO NUMERO AO PGM92.
       EMITIR-PRIMEIRA-VIA.
           MOVE "N"   TO W-CARTAO-GRAVADO
           MOVE ZEROS TO W-TENTATIVAS
           PERFORM GRAVAR-CARTAO-NOVO
                   UNTIL W-CARTAO-GRAVADO = "S" OR W-TENTATIVAS > 20
           IF  W-CARTAO-GRAVADO = "S"
               ADD 1 TO W-CONT-EMITIDOS
               MOVE "PRIMEIRA VIA EMITIDA" TO W-OCORRENCIA
           ELSE
               MOVE ZEROS TO CRT-NUMERO
               MOVE "ERRO AO EMITIR - STATUS " TO W-OCORRENCIA
               MOVE W-COD-ERRO-CRT TO W-OCORRENCIA (25:2)
           END-IF
           PERFORM IMPRIMIR-DETALHE.

       GRAVAR-CARTAO-NOVO.
           ADD 1 TO W-TENTATIVAS
           CALL "PGM92" USING "N" W-NUMERO-CARTAO W-NUMERO-VALIDO
           IF  W-NUMERO-VALIDO NOT = "S"
               MOVE "30" TO W-COD-ERRO-CRT
               MOVE 99   TO W-TENTATIVAS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-CARTOES
           MOVE INS-CPF          TO CRT-CPF
           MOVE INS-PROGRAMA     TO CRT-PROGRAMA
           MOVE 1                TO CRT-SEQUENCIA
           MOVE W-NUMERO-CARTAO  TO CRT-NUMERO
           MOVE "E"              TO CRT-SITUACAO
           MOVE WS-DATA-SIST-NUM TO CRT-DATA-EMISSAO
           MOVE W-OPERADOR       TO CRT-OPERADOR
           WRITE REG-CARTOES
           IF  W-COD-ERRO-CRT = "00"
               MOVE "S" TO W-CARTAO-GRAVADO
           ELSE
           IF  W-COD-ERRO-CRT NOT = "22"
               MOVE 99 TO W-TENTATIVAS
           END-IF
           END-IF.

       BLOQUEAR-POR-CANCELAMENTO.
           MOVE W-CHAVE-ULTIMO TO CRT-CHAVE
           READ ARQ-CARTOES
           IF  W-COD-ERRO-CRT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "B"                   TO CRT-SITUACAO
           MOVE WS-DATA-SIST-NUM      TO CRT-DATA-BLOQUEIO
           MOVE "INSCRICAO CANCELADA" TO CRT-MOTIVO-BLOQUEIO
           MOVE W-OPERADOR            TO CRT-OPERADOR
           REWRITE REG-CARTOES
           IF  W-COD-ERRO-CRT = "00"
               ADD 1 TO W-CONT-BLOQUEADOS
               MOVE "BLOQUEADO - INSCRICAO CANCELADA" TO W-OCORRENCIA
           ELSE
               MOVE "ERRO AO BLOQUEAR - STATUS " TO W-OCORRENCIA
               MOVE W-COD-ERRO-CRT TO W-OCORRENCIA (27:2)
           END-IF
           MOVE INS-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           PERFORM IMPRIMIR-DETALHE.

       GERAR-PRODUCAO.
           MOVE "N" TO W-FIM-CARTOES
           MOVE LOW-VALUES TO CRT-CHAVE
           START ARQ-CARTOES KEY NOT < CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CARTOES
           END-START
           PERFORM LER-CARTAO
           PERFORM PRODUZIR-CARTAO UNTIL W-FIM-CARTOES = "S".

       LER-CARTAO.
           IF  W-FIM-CARTOES NOT = "S"
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-CARTOES
               END-READ
           END-IF.

       PRODUZIR-CARTAO.
           IF  CRT-EMITIDO AND CRT-DATA-PRODUCAO = ZEROS
            AND W-ERRO-PRODUCAO NOT = "S"
               MOVE CRT-CPF TO CPF
               READ ARQ-PESSOAS
               IF  W-COD-ERRO NOT = "00"
                   MOVE SPACES TO NOME
               END-IF
               MOVE CRT-PROGRAMA TO PRB-CODIGO
               READ ARQ-PROGRAMAS
               IF  W-COD-ERRO-PRB NOT = "00"
                   MOVE SPACES TO PRB-DESCRICAO
               END-IF
               MOVE CRT-CPF          TO PRD-CPF
               MOVE NOME             TO PRD-NOME
               MOVE CRT-NUMERO       TO PRD-NUMERO
               MOVE CRT-PROGRAMA     TO PRD-PROGRAMA
               MOVE PRB-DESCRICAO    TO PRD-DESCRICAO
               MOVE CRT-SEQUENCIA    TO PRD-VIA
               MOVE CRT-DATA-EMISSAO TO PRD-DATA-EMISSAO
               WRITE REG-PRODUCAO
               IF  W-COD-ERRO-PRD NOT = "00"
                   DISPLAY "ERRO AO GRAVAR CARTPROD.DAT - STATUS "
                           W-COD-ERRO-PRD
                   MOVE "S" TO W-ERRO-PRODUCAO
               ELSE
                   ADD 1 TO W-CONT-PRODUZIDOS
                   IF  PRD-CPF IS NUMERIC
                       MOVE PRD-CPF TO W-CPF-NUMERICO
                       ADD W-CPF-NUMERICO TO W-SOMA-CPF-PRODUCAO
                   END-IF
                   MOVE "ENVIADO A GRAFICA" TO W-OCORRENCIA
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-CARTAO.

       GRAVAR-TRAILER.
           MOVE SPACES              TO REG-PRODUCAO
           MOVE "TRL"               TO W-TRL-MARCA
           MOVE W-CONT-PRODUZIDOS   TO W-TRL-QTD
           MOVE W-SOMA-CPF-PRODUCAO TO W-TRL-SOMA
           MOVE W-AREA-TRAILER      TO REG-PRODUCAO (1:30)
           WRITE REG-PRODUCAO
           IF  W-COD-ERRO-PRD NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRAILER DE CARTPROD.DAT - "
                       "STATUS " W-COD-ERRO-PRD
               MOVE "S" TO W-ERRO-PRODUCAO
           END-IF.

       CARIMBAR-PRODUCAO.
           MOVE "N" TO W-FIM-CARTOES
           MOVE LOW-VALUES TO CRT-CHAVE
           START ARQ-CARTOES KEY NOT < CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CARTOES
           END-START
           PERFORM LER-CARTAO
           PERFORM CARIMBAR-CARTAO UNTIL W-FIM-CARTOES = "S".

       CARIMBAR-CARTAO.
           IF  CRT-EMITIDO AND CRT-DATA-PRODUCAO = ZEROS
               MOVE WS-DATA-SIST-NUM TO CRT-DATA-PRODUCAO
               REWRITE REG-CARTOES
               IF  W-COD-ERRO-CRT = "00"
                   ADD 1 TO W-CONT-CARIMBADOS
               ELSE
                   DISPLAY "ERRO AO CARIMBAR CARTAO " CRT-NUMERO
                           " STATUS " W-COD-ERRO-CRT
               END-IF
           END-IF
           PERFORM LER-CARTAO.

       IMPRIMIR-DETALHE.
           MOVE CRT-CPF       TO WD-CPF
           MOVE NOME          TO WD-NOME
           MOVE CRT-PROGRAMA  TO WD-PROGRAMA
           MOVE CRT-SEQUENCIA TO WD-VIA
           MOVE CRT-NUMERO    TO WD-NUMERO
           MOVE W-OCORRENCIA  TO WD-OCORRENCIA
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-PRODUZIDOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-PRODUCAO.

       IMPRIMIR-TOTAIS.
           DISPLAY "PRIMEIRAS VIAS EMITIDAS      : " W-CONT-EMITIDOS.
           DISPLAY "BLOQUEADOS (INSC. CANCELADA) : " W-CONT-BLOQUEADOS.
           DISPLAY "ENVIADOS A GRAFICA           : " W-CONT-PRODUZIDOS.
           IF  W-ERRO-PRODUCAO = "S"
               DISPLAY "CARTPROD.DAT COM ERRO - NADA CARIMBADO, "
                       "REPETIR A PRODUCAO"
           ELSE
               DISPLAY "CARIMBADOS COMO PRODUZIDOS   : "
                       W-CONT-CARIMBADOS
           END-IF.
           DISPLAY "RELATORIO EM RELCARTO.LST".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-INSCRICOES.
           CLOSE ARQ-PROGRAMAS.
           CLOSE ARQ-CARTOES.
           CLOSE REL-CARTOES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM123.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CONVERSAO UNICA DOS LOGS DE AUDITORIA PARA O LAYOUT COM
      *    O POSTO DE ATENDIMENTO (AUD-POSTO, CPYAUDIT). OS LOGS
      *    GRAVADOS ANTES DO CAMPO TEM 465 BYTES POR LANCAMENTO;
      *    CADA UM E REGRAVADO NO LAYOUT NOVO COM O POSTO EM BRANCO
      *    E A CORRENTE ANTIVIOLACAO (PGM60) RECALCULADA DESDE ZERO
      *    SOBRE OS 451 BYTES NOVOS -- AS SEQUENCIAS NAO MUDAM, SO
      *    OS VALORES DE CONTROLE. CONVERTE PRIMEIRO OS SEGMENTOS
      *    ANUAIS REGISTRADOS EM LOGSEGM.CTL (CONFERINDO A
      *    QUANTIDADE DE CADA UM) E POR ULTIMO O AUDITORIA.LOG
      *    CORRENTE, CUJA ANCORA (AUDICHAI.CTL) E REGRAVADA COM O
      *    ULTIMO ELO NOVO. CADA ARQUIVO E CONVERTIDO NO TRABALHO
      *    AUDITORIA.CNV E SO DEPOIS COPIADO SOBRE O ORIGINAL.
      *    O CONTROLE AUDICONV.CTL GUARDA UM REGISTRO ANTES DE CADA
      *    COPIA, UM POR ARQUIVO CONVERTIDO E UM DE ENCERRAMENTO:
      *    UMA EXECUCAO INTERROMPIDA RETOMA DE ONDE PAROU SEM
      *    CONVERTER DUAS VEZES O MESMO ARQUIVO; SE PAROU NO MEIO DA
      *    COPIA, O ORIGINAL JA ESTA PELA METADE E A RETOMADA SO
      *    TERMINA A COPIA A PARTIR DO AUDITORIA.CNV, QUE NAO E MAIS
      *    TOCADO ATE ELA ACABAR. DEPOIS DO ENCERRAMENTO O
      *    PROGRAMA RECUSA RODAR. RODAR SEM OPERADOR LOGADO E DEPOIS
      *    DE UM CHECK-UP (PGM36) SEM QUEBRA NA CORRENTE: A
      *    CONVERSAO RECALCULA A CORRENTE E APAGARIA A EVIDENCIA DE
      *    UMA ADULTERACAO ANTERIOR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELLS REPLACING STATUS-FIELD BY W-COD-ERRO-SEG.

           COPY CPYSELCD REPLACING STATUS-FIELD BY W-COD-ERRO-CAD.

           SELECT ARQ-ANTIGO ASSIGN TO W-NOME-ORIGEM
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-ANT.

           SELECT ARQ-CONVERTIDO ASSIGN TO "C:\TEMP\AUDITORIA.CNV"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-CNV.

           SELECT ARQ-DEVOLVIDO ASSIGN TO W-NOME-ORIGEM
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-DEV.

           SELECT ARQ-CONVERSAO ASSIGN TO "C:\TEMP\AUDICONV.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SEGMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLOGSG.

       FD  ARQ-CADEIA
           LABEL RECORD STANDARD.
       COPY CPYCADEI.

      *    LAYOUT ANTERIOR AO POSTO DE ATENDIMENTO (465 BYTES).
       FD  ARQ-ANTIGO
           LABEL RECORD STANDARD.
       01  REG-AUD-ANTIGO.
           02  ANT-DADOS           PIC X(438).
           02  ANT-SEQUENCIA       PIC 9(9).
           02  ANT-ENCADEAMENTO    PIC 9(18).

       FD  ARQ-CONVERTIDO
           LABEL RECORD STANDARD.
       COPY CPYAUDIT REPLACING ==REG-AUDITORIA== BY ==REG-AUD-CNV==
            LEADING ==AUD-== BY ==CNV-==.

       FD  ARQ-DEVOLVIDO
           LABEL RECORD STANDARD.
       01  REG-AUD-DEVOLVIDO       PIC X(469).

      *    CONTROLE DA CONVERSAO: "C" = COPIA DO AUDITORIA.CNV SOBRE
      *    O ARQUIVO INICIADA, "A" = ARQUIVO JA CONVERTIDO,
      *    "F" = CONVERSAO ENCERRADA.
       FD  ARQ-CONVERSAO
           LABEL RECORD STANDARD.
       01  REG-CONVERSAO.
           02  CTL-TIPO            PIC X(1).
               88  CTL-COPIA           VALUE "C".
               88  CTL-ARQUIVO         VALUE "A".
               88  CTL-ENCERRADA       VALUE "F".
           02  CTL-NOME-ARQ        PIC X(30).
           02  CTL-QTD-REGISTROS   PIC 9(9).
           02  CTL-DATA            PIC 9(8).
           02  CTL-OPERADOR        PIC X(8).
           02  FILLER              PIC X(4).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-SEG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CAD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-ANT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CNV      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEV      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CTL      PIC XX VALUE SPACES.
       01  W-NOME-ORIGEM       PIC X(30) VALUE SPACES.
       01  W-NOME-LOG-CORRENTE PIC X(30)
           VALUE "C:\TEMP\AUDITORIA.LOG".
       01  W-OPERADOR          PIC X(8) VALUE SPACES.
       01  W-CONFIRMA          PIC X VALUE SPACE.
       01  W-FIM-CONTROLE      PIC X VALUE "N".
       01  W-FIM-LOG           PIC X VALUE "N".
       01  W-ENCERRADA         PIC X VALUE "N".
       01  W-JA-CONVERTIDO     PIC X VALUE "N".
       01  W-TIPO-CONTROLE     PIC X VALUE SPACE.
       01  W-COPIA-PENDENTE    PIC X(30) VALUE SPACES.
       01  W-QTD-PENDENTE      PIC 9(9) VALUE ZEROS.
       01  W-QTD-ESPERADA      PIC 9(9) VALUE ZEROS.
       01  W-CONT-LIDOS        PIC 9(9) VALUE ZEROS.
       01  W-CONT-DEVOLVIDOS   PIC 9(9) VALUE ZEROS.
       01  W-CONT-ARQUIVOS     PIC 9(4) VALUE ZEROS.
       01  W-CONT-TOTAL        PIC 9(9) VALUE ZEROS.
       01  W-VALOR-ANTERIOR    PIC 9(18) VALUE ZEROS.
       01  W-ULT-SEQUENCIA     PIC 9(9) VALUE ZEROS.

      *    ARQUIVOS A CONVERTER: SEGMENTOS DE LOGSEGM.CTL E, POR
      *    ULTIMO, O LOG CORRENTE (QUANTIDADE ESPERADA ZERO = NAO
      *    CONFERE).
       01  W-QTD-ARQUIVOS      PIC 9(3) VALUE ZEROS.
       01  W-IDX-ARQ           PIC 9(3) VALUE ZEROS.
       01  W-TAB-ARQUIVOS.
           05  W-ARQ-ITEM OCCURS 100 TIMES.
               10  W-ARQ-NOME       PIC X(30).
               10  W-ARQ-QTD        PIC 9(9).

      *    ARQUIVOS JA CONVERTIDOS NUMA EXECUCAO ANTERIOR.
       01  W-QTD-FEITOS        PIC 9(3) VALUE ZEROS.
       01  W-IDX-FEITO         PIC 9(3) VALUE ZEROS.
       01  W-TAB-FEITOS.
           05  W-FEITO-NOME OCCURS 100 TIMES PIC X(30).

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           PERFORM LER-CONVERSAO-ANTERIOR.
           IF  W-ENCERRADA = "S"
               DISPLAY "LOGS DE AUDITORIA JA CONVERTIDOS - NADA A FAZER"
               STOP RUN
           END-IF.

           PERFORM RECEBER-PARAMETROS.
           PERFORM MONTAR-LISTA-ARQUIVOS.

           PERFORM CONVERTER-ARQUIVO
                   VARYING W-IDX-ARQ FROM 1 BY 1
                   UNTIL W-IDX-ARQ > W-QTD-ARQUIVOS.

           MOVE SPACES TO W-NOME-ORIGEM
           MOVE "F" TO W-TIPO-CONTROLE
           PERFORM REGISTRAR-CONVERSAO.

           DISPLAY "ARQUIVOS CONVERTIDOS: " W-CONT-ARQUIVOS.
           DISPLAY "LANCAMENTOS         : " W-CONT-TOTAL.
           DISPLAY "CONVERSAO CONCLUIDA - RODAR O CHECK-UP (PGM36)".
           STOP RUN.

       RECEBER-PARAMETROS.
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "CHECK-UP (PGM36) SEM QUEBRA NA CORRENTE"
           DISPLAY "E NENHUM OPERADOR LOGADO? (S/N): "
               WITH NO ADVANCING
           ACCEPT W-CONFIRMA FROM CONSOLE
           IF  W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "CONVERSAO NAO EXECUTADA"
               STOP RUN
           END-IF.

      *    O CONTROLE AUSENTE QUER DIZER QUE NADA FOI CONVERTIDO.
       LER-CONVERSAO-ANTERIOR.
           MOVE "N" TO W-FIM-CONTROLE
           OPEN INPUT ARQ-CONVERSAO
           IF  W-COD-ERRO-CTL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-CONVERSAO
           PERFORM GUARDAR-CONVERSAO UNTIL W-FIM-CONTROLE = "S"
           CLOSE ARQ-CONVERSAO.

       LER-CONVERSAO.
           READ ARQ-CONVERSAO
               AT END
                   MOVE "S" TO W-FIM-CONTROLE
           END-READ.

       GUARDAR-CONVERSAO.
           IF  CTL-ENCERRADA
               MOVE "S" TO W-ENCERRADA
           END-IF
           IF  CTL-COPIA
               MOVE CTL-NOME-ARQ      TO W-COPIA-PENDENTE
               MOVE CTL-QTD-REGISTROS TO W-QTD-PENDENTE
           END-IF
           IF  CTL-ARQUIVO AND CTL-NOME-ARQ = W-COPIA-PENDENTE
               MOVE SPACES TO W-COPIA-PENDENTE
               MOVE ZEROS  TO W-QTD-PENDENTE
           END-IF
           IF  CTL-ARQUIVO AND W-QTD-FEITOS < 100
               ADD 1 TO W-QTD-FEITOS
               MOVE CTL-NOME-ARQ TO W-FEITO-NOME (W-QTD-FEITOS)
           END-IF
           PERFORM LER-CONVERSAO.

       MONTAR-LISTA-ARQUIVOS.
           MOVE ZEROS TO W-QTD-ARQUIVOS
           MOVE "N" TO W-FIM-CONTROLE
           OPEN INPUT ARQ-SEGMENTOS
           IF  W-COD-ERRO-SEG = "00"
               PERFORM LER-SEGMENTO
               PERFORM GUARDAR-SEGMENTO UNTIL W-FIM-CONTROLE = "S"
               CLOSE ARQ-SEGMENTOS
           END-IF
           ADD 1 TO W-QTD-ARQUIVOS
           MOVE W-NOME-LOG-CORRENTE TO W-ARQ-NOME (W-QTD-ARQUIVOS)
           MOVE ZEROS TO W-ARQ-QTD (W-QTD-ARQUIVOS).

       LER-SEGMENTO.
           READ ARQ-SEGMENTOS
               AT END
                   MOVE "S" TO W-FIM-CONTROLE
           END-READ.

       GUARDAR-SEGMENTO.
           IF  SEG-AUDITORIA AND W-QTD-ARQUIVOS < 99
               ADD 1 TO W-QTD-ARQUIVOS
               MOVE SEG-NOME-ARQ      TO W-ARQ-NOME (W-QTD-ARQUIVOS)
               MOVE SEG-QTD-REGISTROS TO W-ARQ-QTD (W-QTD-ARQUIVOS)
           END-IF
           PERFORM LER-SEGMENTO.

       CONVERTER-ARQUIVO.
           MOVE W-ARQ-NOME (W-IDX-ARQ) TO W-NOME-ORIGEM
           MOVE W-ARQ-QTD (W-IDX-ARQ)  TO W-QTD-ESPERADA
           PERFORM CONFERIR-SE-CONVERTIDO
           IF  W-JA-CONVERTIDO = "S"
               DISPLAY W-NOME-ORIGEM " JA CONVERTIDO - MANTIDO"
               EXIT PARAGRAPH
           END-IF
      *    COPIA INTERROMPIDA: O ORIGINAL ESTA PELA METADE E O UNICO
      *    EXEMPLAR BOM E O AUDITORIA.CNV, QUE NAO PODE SER REFEITO.
           IF  W-COPIA-PENDENTE NOT = SPACES
               IF  W-COPIA-PENDENTE NOT = W-NOME-ORIGEM
                   DISPLAY "COPIA PENDENTE DE " W-COPIA-PENDENTE
                           " NAO CONFERE COM LOGSEGM.CTL"
                   DISPLAY "AUDITORIA.CNV MANTIDO - CONVERSAO ABORTADA"
                   STOP RUN
               END-IF
               DISPLAY W-NOME-ORIGEM " - RETOMANDO A COPIA DO "
                       "AUDITORIA.CNV"
               MOVE W-QTD-PENDENTE TO W-CONT-LIDOS
               MOVE SPACES TO W-COPIA-PENDENTE
               PERFORM CONCLUIR-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARQ-ANTIGO
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY W-NOME-ORIGEM " INEXISTENTE - IGNORADO"
               MOVE ZEROS TO W-CONT-LIDOS
               MOVE "A" TO W-TIPO-CONTROLE
               PERFORM REGISTRAR-CONVERSAO
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-ANT NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-ORIGEM ": "
                       W-COD-ERRO-ANT " - CONVERSAO ABORTADA"
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-CONVERTIDO
           IF  W-COD-ERRO-CNV NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITORIA.CNV: " W-COD-ERRO-CNV
               CLOSE ARQ-ANTIGO
               STOP RUN
           END-IF

           MOVE ZEROS TO W-CONT-LIDOS W-VALOR-ANTERIOR W-ULT-SEQUENCIA
           MOVE "N" TO W-FIM-LOG
           PERFORM LER-ANTIGO
           PERFORM CONVERTER-LANCAMENTO UNTIL W-FIM-LOG = "S"
           CLOSE ARQ-ANTIGO
           CLOSE ARQ-CONVERTIDO

           IF  W-QTD-ESPERADA NOT = ZEROS
            AND W-QTD-ESPERADA NOT = W-CONT-LIDOS
               DISPLAY W-NOME-ORIGEM ": LIDOS " W-CONT-LIDOS
                       " E LOGSEGM.CTL REGISTRA " W-QTD-ESPERADA
               DISPLAY "ORIGINAL MANTIDO - CONVERSAO ABORTADA"
               STOP RUN
           END-IF

           MOVE "C" TO W-TIPO-CONTROLE
           PERFORM REGISTRAR-CONVERSAO
           PERFORM CONCLUIR-ARQUIVO.

      *    COPIA O TRABALHO SOBRE O ORIGINAL E SO ENTAO MARCA O
      *    ARQUIVO COMO CONVERTIDO.
       CONCLUIR-ARQUIVO.
           PERFORM DEVOLVER-CONVERTIDO
           IF  W-CONT-DEVOLVIDOS NOT = W-CONT-LIDOS
               DISPLAY W-NOME-ORIGEM ": COPIADOS " W-CONT-DEVOLVIDOS
                       " DE " W-CONT-LIDOS
               DISPLAY "CONFERIR AUDITORIA.CNV - CONVERSAO ABORTADA"
               STOP RUN
           END-IF
           IF  W-NOME-ORIGEM = W-NOME-LOG-CORRENTE
               PERFORM REGRAVAR-ANCORA
           END-IF
           MOVE "A" TO W-TIPO-CONTROLE
           PERFORM REGISTRAR-CONVERSAO
           ADD 1 TO W-CONT-ARQUIVOS
           ADD W-CONT-LIDOS TO W-CONT-TOTAL
           DISPLAY W-NOME-ORIGEM " CONVERTIDO (" W-CONT-LIDOS
                   " REGISTROS)".

       CONFERIR-SE-CONVERTIDO.
           MOVE "N" TO W-JA-CONVERTIDO
           PERFORM COMPARAR-CONVERTIDO
                   VARYING W-IDX-FEITO FROM 1 BY 1
                   UNTIL W-IDX-FEITO > W-QTD-FEITOS
                      OR W-JA-CONVERTIDO = "S".

       COMPARAR-CONVERTIDO.
           IF  W-FEITO-NOME (W-IDX-FEITO) = W-NOME-ORIGEM
               MOVE "S" TO W-JA-CONVERTIDO
           END-IF.

       LER-ANTIGO.
           READ ARQ-ANTIGO
               AT END
                   MOVE "S" TO W-FIM-LOG
           END-READ.

      *    LANCAMENTO ANTERIOR A CORRENTE (SEQUENCIA ZERO OU EM
      *    BRANCO) CONTINUA FORA DELA, COMO OS VERIFICADORES ESPERAM.
       CONVERTER-LANCAMENTO.
           MOVE SPACES TO REG-AUD-CNV
           MOVE ANT-DADOS TO REG-AUD-CNV (1:438)
           MOVE SPACES TO CNV-POSTO
           MOVE ANT-SEQUENCIA    TO CNV-SEQUENCIA
           MOVE ANT-ENCADEAMENTO TO CNV-ENCADEAMENTO
           IF  ANT-SEQUENCIA IS NUMERIC AND ANT-SEQUENCIA > ZEROS
               CALL "PGM60" USING REG-AUD-CNV (1:451)
                                  W-VALOR-ANTERIOR CNV-ENCADEAMENTO
               MOVE CNV-ENCADEAMENTO TO W-VALOR-ANTERIOR
               MOVE CNV-SEQUENCIA    TO W-ULT-SEQUENCIA
           END-IF
           WRITE REG-AUD-CNV
           IF  W-COD-ERRO-CNV NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDITORIA.CNV: " W-COD-ERRO-CNV
                       " - ORIGINAL MANTIDO"
               STOP RUN
           END-IF
           ADD 1 TO W-CONT-LIDOS
           PERFORM LER-ANTIGO.

      *    O ORIGINAL SO E SUBSTITUIDO COM O TRABALHO INTEIRO
      *    GRAVADO E CONFERIDO.
      *    O ULTIMO ELO PARA A ANCORA SAI DA PROPRIA COPIA, PARA A
      *    RETOMADA TER O MESMO VALOR DA EXECUCAO INTERROMPIDA.
       DEVOLVER-CONVERTIDO.
           MOVE ZEROS TO W-CONT-DEVOLVIDOS W-VALOR-ANTERIOR
                         W-ULT-SEQUENCIA
           OPEN INPUT ARQ-CONVERTIDO
           OPEN OUTPUT ARQ-DEVOLVIDO
           IF  W-COD-ERRO-CNV NOT = "00" OR W-COD-ERRO-DEV NOT = "00"
               DISPLAY "ERRO AO REGRAVAR " W-NOME-ORIGEM ": "
                       W-COD-ERRO-DEV " - COPIA EM AUDITORIA.CNV"
               STOP RUN
           END-IF
           MOVE "N" TO W-FIM-LOG
           PERFORM LER-CONVERTIDO
           PERFORM COPIAR-CONVERTIDO UNTIL W-FIM-LOG = "S"
           CLOSE ARQ-CONVERTIDO
           CLOSE ARQ-DEVOLVIDO.

       LER-CONVERTIDO.
           READ ARQ-CONVERTIDO
               AT END
                   MOVE "S" TO W-FIM-LOG
           END-READ.

       COPIAR-CONVERTIDO.
           WRITE REG-AUD-DEVOLVIDO FROM REG-AUD-CNV
           IF  W-COD-ERRO-DEV NOT = "00"
               DISPLAY "ERRO AO GRAVAR " W-NOME-ORIGEM ": "
                       W-COD-ERRO-DEV " - COPIA EM AUDITORIA.CNV"
               STOP RUN
           END-IF
           IF  CNV-SEQUENCIA IS NUMERIC AND CNV-SEQUENCIA > ZEROS
               MOVE CNV-ENCADEAMENTO TO W-VALOR-ANTERIOR
               MOVE CNV-SEQUENCIA    TO W-ULT-SEQUENCIA
           END-IF
           ADD 1 TO W-CONT-DEVOLVIDOS
           PERFORM LER-CONVERTIDO.

      *    A ANCORA DO LOG CORRENTE PASSA A APONTAR O ULTIMO ELO
      *    RECALCULADO; O PGM05 CONTINUA A CORRENTE A PARTIR DELE.
       REGRAVAR-ANCORA.
           OPEN OUTPUT ARQ-CADEIA
           IF  W-COD-ERRO-CAD NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDICHAI.CTL: " W-COD-ERRO-CAD
               STOP RUN
           END-IF
           INITIALIZE REG-CADEIA
           MOVE W-ULT-SEQUENCIA  TO CAD-ULT-SEQUENCIA
           MOVE W-VALOR-ANTERIOR TO CAD-ULT-VALOR
           WRITE REG-CADEIA
           CLOSE ARQ-CADEIA.

       REGISTRAR-CONVERSAO.
           OPEN EXTEND ARQ-CONVERSAO
           IF  W-COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONVERSAO
           END-IF
           IF  W-COD-ERRO-CTL NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDICONV.CTL: " W-COD-ERRO-CTL
               STOP RUN
           END-IF
           INITIALIZE REG-CONVERSAO
           MOVE W-TIPO-CONTROLE  TO CTL-TIPO
           IF  CTL-ENCERRADA
               MOVE W-CONT-TOTAL TO CTL-QTD-REGISTROS
           ELSE
               MOVE W-NOME-ORIGEM TO CTL-NOME-ARQ
               MOVE W-CONT-LIDOS TO CTL-QTD-REGISTROS
           END-IF
           MOVE WS-DATA-SIST TO CTL-DATA
           MOVE W-OPERADOR   TO CTL-OPERADOR
           WRITE REG-CONVERSAO
           CLOSE ARQ-CONVERSAO.

      *      "H" - HISTORICO CONDENSADO DA TRILHA DE AUDITORIA
      *            (DATA/HORA + OPERACAO + OPERADOR POR LANCAMENTO,
      *            SEGMENTOS ANUAIS INCLUSIVE);
      *      "N" - NIS DO TITULAR (CPYNIS), QUANDO REGISTRADO;
      *    FECHADO COM O TRAILER DE TOTAIS DO CPYTRAIL. DEPOIS DA
      *    GRAVACAO O CADASTRO LOCAL E MARCADO COM A SITUACAO "T"
      *    (TRANSFERIDO, DISTINTA DE "I"/"F"/"X") COM AUDITORIA "V"

           COPY CPYSELLS REPLACING STATUS-FIELD BY W-COD-ERRO-SEG.

           COPY CPYSELNS REPLACING STATUS-FIELD BY W-COD-ERRO-NIS.

           SELECT  ARQ-AUDITORIA ASSIGN TO W-NOME-AUDITORIA
                ORGANIZATION   SEQUENTIAL
                FILE  STATUS   W-COD-ERRO-AUD.
           LABEL RECORD STANDARD.
       COPY CPYLOGSG.

       FD  ARQ-NIS
           LABEL RECORD STANDARD.
       COPY CPYNIS.

       FD  ARQ-AUDITORIA
           LABEL  RECORD  STANDARD.
       COPY CPYAUDIT.
       01  W-COD-ERRO-SEG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AUD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRF      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NIS      PIC XX VALUE SPACES.
       01  W-CPF-EXPORTAR      PIC X(11) VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-REG-ANTES         PIC X(202) VALUE SPACES.
       01  W-FIM-SATELITE      PIC X VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X VALUE "N".
       01  W-SEM-NOTAS         PIC X VALUE "N".
       01  W-SEM-NIS           PIC X VALUE "N".
       01  W-CPF-BLOQUEADO     PIC X VALUE "N".
       01  W-ORDEM-BLOQUEIO    PIC X(20) VALUE SPACES.
       01  W-ERRO-EXPORTACAO   PIC X VALUE "N".
       01  W-CONT-DEPENDENTES  PIC 9(4) VALUE ZEROS.
       01  W-CONT-NOTAS        PIC 9(4) VALUE ZEROS.
       01  W-CONT-HISTORICO    PIC 9(6) VALUE ZEROS.
       01  W-CONT-NIS          PIC 9(1) VALUE ZEROS.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           PERFORM EXPORTAR-PESSOA.
           PERFORM EXPORTAR-DEPENDENTES.
           PERFORM EXPORTAR-NOTAS.
           PERFORM EXPORTAR-NIS.
           PERFORM EXPORTAR-HISTORICO.
           PERFORM GRAVAR-TRAILER.
           IF  W-ERRO-EXPORTACAO = "S"
               MOVE "S" TO W-SEM-NOTAS
           END-IF.

           OPEN INPUT ARQ-NIS.
           IF  W-COD-ERRO-NIS NOT = "00"
               MOVE "S" TO W-SEM-NIS
           END-IF.

           OPEN OUTPUT ARQ-TRANSFER.
           IF  W-COD-ERRO-TRF NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSFER.DAT: " W-COD-ERRO-TRF
           ADD 1 TO W-CONT-NOTAS
           PERFORM LER-NOTA.

       EXPORTAR-NIS.
           IF  W-SEM-NIS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-EXPORTAR TO NIS-CPF
           READ ARQ-NIS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO REG-TRANSFER
           MOVE "N"            TO TRF-TIPO
           MOVE W-CPF-EXPORTAR TO TRF-CPF
           MOVE REG-NIS        TO TRF-DADOS (1:58)
           PERFORM GRAVAR-TRANSFER
           ADD 1 TO W-CONT-NIS.

      *    HISTORICO CONDENSADO: DATA/HORA + OPERACAO + OPERADOR DE
      *    CADA LANCAMENTO DO CPF NA TRILHA (SEGMENTOS + CORRENTE),
      *    SEM AS IMAGENS DE 202 BYTES - E O QUE O MUNICIPIO DESTINO
           DISPLAY "REGISTROS NO PACOTE      : " W-CONT-REGISTROS.
           DISPLAY "  DEPENDENTES            : " W-CONT-DEPENDENTES.
           DISPLAY "  ANOTACOES              : " W-CONT-NOTAS.
           DISPLAY "  NIS                    : " W-CONT-NIS.
           DISPLAY "  LANCAMENTOS DE HISTORIA: " W-CONT-HISTORICO.
           DISPLAY "PACOTE EM TRANSFER.DAT".

           IF  W-SEM-NOTAS NOT = "S"
               CLOSE ARQ-NOTAS
           END-IF.
           IF  W-SEM-NIS NOT = "S"
               CLOSE ARQ-NIS
           END-IF.
           CLOSE ARQ-TRANSFER.

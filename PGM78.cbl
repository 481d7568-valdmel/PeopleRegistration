      *            ANOTACOES ("TRANSF:" + OPERACAO + DATA/HORA +
      *            OPERADOR) PARA A CORRENTE DE HISTORICO CONTINUAR
      *            LEGIVEL AQUI SEM CONTAMINAR A TRILHA ENCADEADA
      *            LOCAL COM IMAGENS QUE NAO EXISTEM;
      *      "N" - O NIS DO TITULAR, RECONFERIDO PELO PGM88. NIS COM
      *            DIGITO INVALIDO OU JA REGISTRADO AQUI PARA OUTRO
      *            CPF NAO E CARREGADO: SAI AVISO PARA O OPERADOR
      *            REGISTRAR PELO BALCAO DEPOIS DE CONFERIR.
      *    A IMPORTACAO ENTRA NA TRILHA LOCAL COM A OPERACAO "V"
      *    (PGM05, IMAGEM ANTES EM BRANCO, COMO UMA INCLUSAO VINDA
      *    DE FORA). CPF JA EXISTENTE NO CADASTRO RECUSA O PACOTE

           COPY CPYSELNO REPLACING STATUS-FIELD BY W-COD-ERRO-NTA.

           COPY CPYSELNS REPLACING STATUS-FIELD BY W-COD-ERRO-NIS.

           SELECT ARQ-TRANSFER ASSIGN TO "C:\TEMP\TRANSFER.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRF.
           LABEL RECORD STANDARD.
       COPY CPYNOTA.

       FD  ARQ-NIS
           LABEL RECORD STANDARD.
       COPY CPYNIS.

       FD  ARQ-TRANSFER
           LABEL RECORD STANDARD.
       01  REG-TRANSFER.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRF      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NIS      PIC XX VALUE SPACES.
       01  W-NIS-VALIDO        PIC X VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-TRANSFER      PIC X VALUE "N".
           88  FIM-TRANSFER        VALUE "S".
       01  W-CONT-DEPENDENTES  PIC 9(4) VALUE ZEROS.
       01  W-CONT-NOTAS        PIC 9(4) VALUE ZEROS.
       01  W-CONT-HISTORICO    PIC 9(6) VALUE ZEROS.
       01  W-CONT-NIS          PIC 9(1) VALUE ZEROS.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
               STOP RUN
           END-IF.

           OPEN I-O ARQ-NIS.
           IF  W-COD-ERRO-NIS = "35"
               OPEN OUTPUT ARQ-NIS
               CLOSE ARQ-NIS
               OPEN I-O ARQ-NIS
           END-IF.
           IF  W-COD-ERRO-NIS NOT = "00"
               DISPLAY "ERRO AO ABRIR NIS.DAT: " W-COD-ERRO-NIS
               CLOSE ARQ-PESSOAS ARQ-DEPENDENTES ARQ-NOTAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-TRANSFER.
           IF  W-COD-ERRO-TRF NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSFER.DAT: " W-COD-ERRO-TRF
                   PERFORM IMPORTAR-NOTA
               WHEN "H"
                   PERFORM IMPORTAR-HISTORICO
               WHEN "N"
                   PERFORM IMPORTAR-NIS
               WHEN OTHER
                   DISPLAY "TIPO DE REGISTRO DESCONHECIDO NO "
                           "PACOTE: '" TRF-TIPO "'"
               EXIT PARAGRAPH
           END-IF
           MOVE TRF-DADOS (1:100) TO REG-NOTAS
      *    O POSTO DE ATENDIMENTO E DO MUNICIPIO DE ORIGEM: AQUI NAO
      *    SIGNIFICA NADA.
           MOVE SPACES TO NTA-POSTO
           WRITE REG-NOTAS
           IF  W-COD-ERRO-NTA = "22"
      *        COLISAO DE DATA/HORA COM NOTA JA EXISTENTE: EMPURRA
               ADD 1 TO W-CONT-HISTORICO
           END-IF.

       IMPORTAR-NIS.
           IF  W-PESSOA-CARREGADA NOT = "S"
               DISPLAY "NIS ANTES DA PESSOA NO PACOTE - IGNORADO"
               EXIT PARAGRAPH
           END-IF
           MOVE TRF-DADOS (1:58) TO REG-NIS
           CALL "PGM88" USING NIS-NUMERO W-NIS-VALIDO
           IF  W-NIS-VALIDO NOT = "S"
               DISPLAY "NIS DO PACOTE COM DIGITO INVALIDO - NAO "
                       "CARREGADO; REGISTRAR PELO BALCAO"
               EXIT PARAGRAPH
           END-IF
           MOVE TRF-CPF TO NIS-CPF
           WRITE REG-NIS
           IF  W-COD-ERRO-NIS = "22"
               DISPLAY "NIS " NIS-NUMERO " JA REGISTRADO PARA OUTRO "
                       "CPF - NAO CARREGADO; CONFERIR"
           ELSE
           IF  W-COD-ERRO-NIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR NIS - STATUS " W-COD-ERRO-NIS
           ELSE
               ADD 1 TO W-CONT-NIS
           END-IF
           END-IF.

       REGISTRAR-AUDITORIA.
           MOVE W-REG-IMPORTADO (1:11) TO CPF
           CALL "PGM05" USING "V" CPF W-OPERADOR
           DISPLAY "  DEPENDENTES            : " W-CONT-DEPENDENTES.
           DISPLAY "  ANOTACOES              : " W-CONT-NOTAS.
           DISPLAY "  HISTORIA PRESERVADA    : " W-CONT-HISTORICO.
           DISPLAY "  NIS                    : " W-CONT-NIS.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-NOTAS.
           CLOSE ARQ-NIS.
           CLOSE ARQ-TRANSFER.

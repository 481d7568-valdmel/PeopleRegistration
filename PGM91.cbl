       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM91.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CARGA MENSAL DAS CONDICIONALIDADES DOS PROGRAMAS DE
      *    TRANSFERENCIA DE RENDA. RECEBE O ARQUIVO DA SECRETARIA DE
      *    EDUCACAO (CONDEDUC.RFB, FREQUENCIA ESCOLAR EM %) OU DA
      *    SECRETARIA DE SAUDE (CONDSAUD.RFB, VACINACAO E
      *    ACOMPANHAMENTO CUMPRIDOS S/N), CONFERE O TRAILER
      *    (CPYTRAIL) ANTES DE TOCAR EM QUALQUER REGISTRO E:
      *      1. LOCALIZA O DEPENDENTE PELO CPF DO TITULAR + SEQUENCIA
      *         OU, SEM ELES, PELO CPF PROPRIO DO DEPENDENTE;
      *      2. APURA O RESULTADO: NA EDUCACAO, FREQUENCIA MINIMA DE
      *         85% ATE 15 ANOS E 75% DE 16 EM DIANTE; NA SAUDE, O
      *         INDICADOR DA SECRETARIA;
      *      3. GRAVA (OU REGRAVA, NA RECARGA) O RESULTADO POR
      *         DEPENDENTE, COMPETENCIA E AREA EM CONDIC.DAT;
      *      4. NO DESCUMPRIMENTO, AVANCA A FAMILIA UM ESTAGIO EM
      *         SANCOES.DAT (CPYESTAG), NO MAXIMO UM POR COMPETENCIA:
      *         ADVERTENCIA, BLOQUEIO DO MES, SUSPENSAO, CANCELAMENTO.
      *         SEIS MESES SEM DESCUMPRIMENTO RECOMECAM NA
      *         ADVERTENCIA. SUSPENSAO E CANCELAMENTO NAO SAO
      *         APLICADOS AQUI: VIRAM SOLICITACAO ("U"/"K") NA FILA
      *         DE APROVACOES PARA O SUPERVISOR DECIDIR NO PGM31, E O
      *         BLOQUEIO SEGUE VALENDO ENQUANTO ISSO.
      *    A APURACAO MENSAL (PGM51) APLICA O ESTAGIO NOS PROGRAMAS
      *    MARCADOS COM CONDICIONALIDADE (PGM81). O RELATORIO
      *    RELCONDI.LST (CATALOGO PGM38) LISTA OS DESCUMPRIMENTOS, AS
      *    MUDANCAS DE ESTAGIO E OS REGISTROS RECUSADOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELCO REPLACING STATUS-FIELD BY W-COD-ERRO-CND.

           COPY CPYSELES REPLACING STATUS-FIELD BY W-COD-ERRO-EST.

           COPY CPYSELAP REPLACING STATUS-FIELD BY W-COD-ERRO-APR.

           SELECT ARQ-SECRETARIA ASSIGN TO W-NOME-ENTRADA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-ENT.

           SELECT REL-CONDIC ASSIGN TO "C:\TEMP\RELCONDI.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-CONDICIONALIDADES
           LABEL RECORD STANDARD.
       COPY CPYCONDI.

       FD  ARQ-ESTAGIOS
           LABEL RECORD STANDARD.
       COPY CPYESTAG.

       FD  ARQ-APROVACOES
           LABEL RECORD STANDARD.
       COPY CPYAPROV.

      *    LEIAUTE COMBINADO COM AS DUAS SECRETARIAS. O CPF DO
      *    DEPENDENTE VEM PRIMEIRO PORQUE E ELE QUE ENTRA NA SOMA DO
      *    TRAILER; QUEM NAO TEM CPF PROPRIO VAI EM BRANCO, COM O
      *    TITULAR E A SEQUENCIA DO CADASTRO.
       FD  ARQ-SECRETARIA
           LABEL RECORD STANDARD.
       01  REG-SECRETARIA.
           05  ICD-CPF-DEPENDENTE  PIC X(11).
           05  ICD-CPF-TITULAR     PIC X(11).
           05  ICD-SEQUENCIA       PIC X(2).
           05  ICD-COMPETENCIA     PIC X(6).
           05  ICD-FREQUENCIA      PIC X(3).
           05  ICD-CUMPRIU         PIC X(1).
           05  FILLER              PIC X(6).

       FD  REL-CONDIC
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-EST      PIC XX VALUE SPACES.
       01  W-COD-ERRO-APR      PIC XX VALUE SPACES.
       01  W-COD-ERRO-ENT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-NOME-ENTRADA      PIC X(30) VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-AREA              PIC X(1)  VALUE SPACE.
           88  W-AREA-EDUCACAO     VALUE "E".
           88  W-AREA-SAUDE        VALUE "S".
           88  W-AREA-OK           VALUE "E" "S".
       01  W-FIM-ENTRADA       PIC X  VALUE "N".
       01  W-FIM-DEPENDENTES   PIC X  VALUE "N".
       01  W-DEP-ACHADO        PIC X  VALUE "N".
       01  W-MOTIVO            PIC X(40) VALUE SPACES.
       01  W-OCORRENCIA        PIC X(40) VALUE SPACES.
       01  W-ESTAGIO-NOVO      PIC X  VALUE "N".
       01  W-ESTAGIO-ANTERIOR  PIC X  VALUE SPACE.
       01  W-PRAZO-IDADE       PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-ATRASO      PIC 9(5) VALUE ZEROS.
       01  W-PRAZO-QTD         PIC 9(5) VALUE ZEROS.
       01  W-COMPETENCIA       PIC 9(6) VALUE ZEROS.
       01  W-COMPETENCIA-ATUAL PIC 9(6) VALUE ZEROS.
       01  W-ANO-COMP          PIC 9(4) VALUE ZEROS.
       01  W-MES-COMP          PIC 9(2) VALUE ZEROS.
       01  W-ANO-ULT           PIC 9(4) VALUE ZEROS.
       01  W-MES-ULT           PIC 9(2) VALUE ZEROS.
       01  W-MESES-DECORRIDOS  PIC S9(5) VALUE ZEROS.
       01  W-FREQUENCIA        PIC 9(3) VALUE ZEROS.
       01  W-FREQ-MINIMA       PIC 9(3) VALUE ZEROS.
       01  W-IDADE             PIC 9(3) VALUE ZEROS.
       01  W-ANO-NASC          PIC 9(4) VALUE ZEROS.
       01  W-MMDD-NASC         PIC 9(4) VALUE ZEROS.
       01  W-MMDD-SIST         PIC 9(4) VALUE ZEROS.

      *    FREQUENCIA ESCOLAR MINIMA DA LEI DO PROGRAMA FEDERAL.
       01  W-FREQ-ATE-15-ANOS  PIC 9(3) VALUE 85.
       01  W-FREQ-DE-16-ANOS   PIC 9(3) VALUE 75.
      *    MESES SEM DESCUMPRIMENTO QUE ZERAM A ESCALADA.
       01  W-MESES-REINICIO    PIC 9(2) VALUE 6.

       COPY CPYTRAIL.
       01  W-QTD-CONFERIDA     PIC 9(9)  VALUE ZEROS.
       01  W-SOMA-CONFERIDA    PIC 9(18) VALUE ZEROS.
       01  W-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.
       01  W-TRAILER-ACHADO    PIC X VALUE "N".
       01  W-TRAILER-CONFERE   PIC X VALUE "N".

       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-RECUSADOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-CUMPRIDAS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-DESCUMPRIDAS PIC 9(6) VALUE ZEROS.
       01  W-CONT-ADVERTENCIAS PIC 9(6) VALUE ZEROS.
       01  W-CONT-BLOQUEIOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-SOLICITADAS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-NO-MES    PIC 9(6) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM91".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\RELCONDI.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.

       01  W-CAB1.
           05  FILLER              PIC X(30)
               VALUE "CARGA DE CONDICIONALIDADES - ".
           05  W-CAB1-AREA         PIC X(14).
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "TITULAR".
           05  FILLER              PIC X(5)  VALUE "SEQ".
           05  FILLER              PIC X(32) VALUE "DEPENDENTE".
           05  FILLER              PIC X(8)  VALUE "COMPET.".
           05  FILLER              PIC X(6)  VALUE "FREQ.".
           05  FILLER              PIC X(40) VALUE "OCORRENCIA".

       01  W-DETALHE.
           05  WD-CPF-TITULAR      PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-SEQUENCIA        PIC X(2).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-COMPETENCIA      PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-FREQUENCIA       PIC X(3).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-OCORRENCIA       PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST
           COMPUTE W-COMPETENCIA-ATUAL = WS-ANO-SIST * 100 + WS-MES-SIST
           COMPUTE W-MMDD-SIST = WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           CALL "PGM35"
           PERFORM RECEBER-AREA.
           PERFORM RECEBER-OPERADOR.
           PERFORM VALIDAR-TRAILER-SECRETARIA.
           IF  W-TRAILER-CONFERE NOT = "S"
               DISPLAY "ARQUIVO RECUSADO - CARGA NAO INICIADA"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA
           WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           PERFORM LER-SECRETARIA.
           PERFORM PROCESSAMENTO UNTIL W-FIM-ENTRADA = "S".
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-AREA.
           DISPLAY "AREA DA CARGA (E=EDUCACAO S=SAUDE): "
               WITH NO ADVANCING
           ACCEPT W-AREA FROM CONSOLE
           IF  NOT W-AREA-OK
               DISPLAY "AREA INVALIDA - CARGA NAO INICIADA"
               STOP RUN
           END-IF
           IF  W-AREA-EDUCACAO
               MOVE "C:\TEMP\CONDEDUC.RFB" TO W-NOME-ENTRADA
               MOVE "EDUCACAO"             TO W-CAB1-AREA
           ELSE
               MOVE "C:\TEMP\CONDSAUD.RFB" TO W-NOME-ENTRADA
               MOVE "SAUDE"                TO W-CAB1-AREA
           END-IF.

       RECEBER-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL PELA CARGA: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

       VALIDAR-TRAILER-SECRETARIA.
           MOVE "N" TO W-TRAILER-ACHADO W-TRAILER-CONFERE
           MOVE ZEROS TO W-QTD-CONFERIDA W-SOMA-CONFERIDA
           OPEN INPUT ARQ-SECRETARIA
           IF  W-COD-ERRO-ENT NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-ENTRADA ": "
                       W-COD-ERRO-ENT
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-CONFERENCIA
           PERFORM CONFERIR-SECRETARIA
                   UNTIL W-COD-ERRO-ENT NOT = "00"
           CLOSE ARQ-SECRETARIA
           MOVE SPACES TO W-COD-ERRO-ENT
           IF  W-TRAILER-ACHADO NOT = "S"
               DISPLAY "TRAILER DE TOTAIS AUSENTE EM " W-NOME-ENTRADA
               DISPLAY " - ARQUIVO TRUNCADO?"
           ELSE
           IF  W-TRL-QTD NOT = W-QTD-CONFERIDA
            OR W-TRL-SOMA NOT = W-SOMA-CONFERIDA
               DISPLAY "TRAILER NAO CONFERE EM " W-NOME-ENTRADA
               DISPLAY "QTD/SOMA LIDAS " W-QTD-CONFERIDA " / "
                       W-SOMA-CONFERIDA
               DISPLAY "TRAILER DECLARA " W-TRL-QTD " / " W-TRL-SOMA
           ELSE
               MOVE "S" TO W-TRAILER-CONFERE
           END-IF
           END-IF.

       LER-CONFERENCIA.
           READ ARQ-SECRETARIA
               AT END
                   MOVE "10" TO W-COD-ERRO-ENT
           END-READ.

       CONFERIR-SECRETARIA.
           IF  REG-SECRETARIA (1:3) = "TRL"
               MOVE "S" TO W-TRAILER-ACHADO
               MOVE REG-SECRETARIA (1:30) TO W-AREA-TRAILER
           ELSE
               ADD 1 TO W-QTD-CONFERIDA
               IF  ICD-CPF-DEPENDENTE IS NUMERIC
                   MOVE ICD-CPF-DEPENDENTE TO W-CPF-NUMERICO
                   ADD W-CPF-NUMERICO TO W-SOMA-CONFERIDA
               END-IF
           END-IF
           PERFORM LER-CONFERENCIA.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-SECRETARIA.
           IF  W-COD-ERRO-ENT NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-ENTRADA ": "
                       W-COD-ERRO-ENT
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-DEPENDENTES.
           IF  W-COD-ERRO-DEP NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPENDEN.DAT: " W-COD-ERRO-DEP
               CLOSE ARQ-SECRETARIA
               STOP RUN
           END-IF.

      *    NA PRIMEIRA CARGA OS ARQUIVOS DE RESULTADO E DE ESTAGIO
      *    AINDA NAO EXISTEM: SAO CRIADOS VAZIOS.
           OPEN I-O ARQ-CONDICIONALIDADES.
           IF  W-COD-ERRO-CND = "35"
               OPEN OUTPUT ARQ-CONDICIONALIDADES
               CLOSE ARQ-CONDICIONALIDADES
               OPEN I-O ARQ-CONDICIONALIDADES
           END-IF.
           IF  W-COD-ERRO-CND NOT = "00"
               DISPLAY "ERRO AO ABRIR CONDIC.DAT: " W-COD-ERRO-CND
               CLOSE ARQ-SECRETARIA ARQ-DEPENDENTES
               STOP RUN
           END-IF.

           OPEN I-O ARQ-ESTAGIOS.
           IF  W-COD-ERRO-EST = "35"
               OPEN OUTPUT ARQ-ESTAGIOS
               CLOSE ARQ-ESTAGIOS
               OPEN I-O ARQ-ESTAGIOS
           END-IF.
           IF  W-COD-ERRO-EST NOT = "00"
               DISPLAY "ERRO AO ABRIR SANCOES.DAT: " W-COD-ERRO-EST
               CLOSE ARQ-SECRETARIA ARQ-DEPENDENTES
                     ARQ-CONDICIONALIDADES
               STOP RUN
           END-IF.

           OPEN I-O ARQ-APROVACOES.
           IF  W-COD-ERRO-APR = "35"
               OPEN OUTPUT ARQ-APROVACOES
               CLOSE ARQ-APROVACOES
               OPEN I-O ARQ-APROVACOES
           END-IF.
           IF  W-COD-ERRO-APR NOT = "00"
               DISPLAY "ERRO AO ABRIR APROVACO.DAT: " W-COD-ERRO-APR
               CLOSE ARQ-SECRETARIA ARQ-DEPENDENTES
                     ARQ-CONDICIONALIDADES ARQ-ESTAGIOS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-CONDIC.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCONDI.LST: " W-COD-ERRO-REL
               CLOSE ARQ-SECRETARIA ARQ-DEPENDENTES
                     ARQ-CONDICIONALIDADES ARQ-ESTAGIOS ARQ-APROVACOES
               STOP RUN
           END-IF.

       LER-SECRETARIA.
           READ ARQ-SECRETARIA
               AT END
                   MOVE "S" TO W-FIM-ENTRADA
           END-READ
           IF  W-FIM-ENTRADA NOT = "S"
            AND REG-SECRETARIA (1:3) = "TRL"
               MOVE "S" TO W-FIM-ENTRADA
           END-IF.

       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS
           PERFORM CRITICAR-REGISTRO
           IF  W-MOTIVO NOT = SPACES
               PERFORM RECUSAR-REGISTRO
           ELSE
               PERFORM APURAR-RESULTADO
               PERFORM GRAVAR-CONDICIONALIDADE
               IF  CND-DESCUMPRIDA
                   ADD 1 TO W-CONT-DESCUMPRIDAS
                   PERFORM ESCALAR-FAMILIA
                   PERFORM IMPRIMIR-DETALHE
               ELSE
                   ADD 1 TO W-CONT-CUMPRIDAS
               END-IF
           END-IF
           PERFORM LER-SECRETARIA.

       CRITICAR-REGISTRO.
           MOVE SPACES TO W-MOTIVO
           MOVE SPACES TO DEP-NOME
           IF  ICD-COMPETENCIA NOT NUMERIC
               MOVE "COMPETENCIA INVALIDA" TO W-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ICD-COMPETENCIA TO W-COMPETENCIA
           MOVE ICD-COMPETENCIA (1:4) TO W-ANO-COMP
           MOVE ICD-COMPETENCIA (5:2) TO W-MES-COMP
           IF  W-MES-COMP < 1 OR W-MES-COMP > 12
            OR W-COMPETENCIA > W-COMPETENCIA-ATUAL
               MOVE "COMPETENCIA INVALIDA" TO W-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF  W-AREA-EDUCACAO
               IF  ICD-FREQUENCIA NOT NUMERIC
                   MOVE "FREQUENCIA INVALIDA" TO W-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE ICD-FREQUENCIA TO W-FREQUENCIA
               IF  W-FREQUENCIA > 100
                   MOVE "FREQUENCIA INVALIDA" TO W-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF  ICD-CUMPRIU NOT = "S" AND NOT = "N"
                   MOVE "INDICADOR DE SAUDE INVALIDO" TO W-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOCALIZAR-DEPENDENTE
           IF  W-DEP-ACHADO NOT = "S"
               MOVE "DEPENDENTE NAO LOCALIZADO NO CADASTRO"
                    TO W-MOTIVO
           END-IF.

      *    TITULAR + SEQUENCIA VALEM SOBRE O CPF PROPRIO; SEM ELES, O
      *    CPF DO DEPENDENTE E PROCURADO NO ARQUIVO INTEIRO (NAO HA
      *    CHAVE POR ELE).
       LOCALIZAR-DEPENDENTE.
           MOVE "N" TO W-DEP-ACHADO
           IF  ICD-CPF-TITULAR NOT = SPACES
            AND ICD-SEQUENCIA IS NUMERIC
               MOVE ICD-CPF-TITULAR TO DEP-CPF-TITULAR
               MOVE ICD-SEQUENCIA   TO DEP-SEQUENCIA
               READ ARQ-DEPENDENTES
               IF  W-COD-ERRO-DEP = "00"
                   MOVE "S" TO W-DEP-ACHADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF  ICD-CPF-DEPENDENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO W-FIM-DEPENDENTES
           MOVE LOW-VALUES TO DEP-CHAVE
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEPENDENTES
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM COMPARAR-DEPENDENTE
                   UNTIL W-FIM-DEPENDENTES = "S" OR W-DEP-ACHADO = "S".

       LER-DEPENDENTE.
           IF  W-FIM-DEPENDENTES NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEPENDENTES
               END-READ
           END-IF.

       COMPARAR-DEPENDENTE.
           IF  DEP-CPF-PROPRIO = ICD-CPF-DEPENDENTE
               MOVE "S" TO W-DEP-ACHADO
           ELSE
               PERFORM LER-DEPENDENTE
           END-IF.

       APURAR-RESULTADO.
           INITIALIZE REG-CONDICIONALIDADES
           MOVE DEP-CPF-TITULAR  TO CND-CPF-TITULAR
           MOVE DEP-SEQUENCIA    TO CND-SEQUENCIA
           MOVE W-COMPETENCIA    TO CND-COMPETENCIA
           MOVE W-AREA           TO CND-AREA
           MOVE "S"              TO CND-RESULTADO
           IF  W-AREA-EDUCACAO
               PERFORM CALCULAR-IDADE
               IF  W-IDADE < 16
                   MOVE W-FREQ-ATE-15-ANOS TO W-FREQ-MINIMA
               ELSE
                   MOVE W-FREQ-DE-16-ANOS  TO W-FREQ-MINIMA
               END-IF
               MOVE W-FREQUENCIA TO CND-FREQUENCIA
               IF  W-FREQUENCIA < W-FREQ-MINIMA
                   MOVE "N" TO CND-RESULTADO
               END-IF
           ELSE
               MOVE ZEROS        TO CND-FREQUENCIA
               MOVE ICD-CUMPRIU  TO CND-RESULTADO
           END-IF
           MOVE WS-DATA-SIST-NUM TO CND-DATA-CARGA
           MOVE W-OPERADOR       TO CND-OPERADOR.

      *    NASCIMENTO NAO INFORMADO FICA NA REGRA MAIS EXIGENTE.
       CALCULAR-IDADE.
           MOVE ZEROS TO W-IDADE
           IF  DEP-DATA-NASCIMENTO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE DEP-DATA-NASCIMENTO (1:4) TO W-ANO-NASC
           MOVE DEP-DATA-NASCIMENTO (5:4) TO W-MMDD-NASC
           IF  W-ANO-NASC NOT < WS-ANO-SIST
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-IDADE = WS-ANO-SIST - W-ANO-NASC
           IF  W-MMDD-SIST < W-MMDD-NASC
               SUBTRACT 1 FROM W-IDADE
           END-IF.

       GRAVAR-CONDICIONALIDADE.
           WRITE REG-CONDICIONALIDADES
           IF  W-COD-ERRO-CND = "22"
               REWRITE REG-CONDICIONALIDADES
           END-IF
           IF  W-COD-ERRO-CND NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONDICIONALIDADE - TITULAR "
                       CND-CPF-TITULAR " SEQ " CND-SEQUENCIA
                       " STATUS " W-COD-ERRO-CND
           END-IF.

      *    UM ESTAGIO POR COMPETENCIA, QUALQUER QUE SEJA O NUMERO DE
      *    DEPENDENTES OU DE AREAS EM DESCUMPRIMENTO: A RECARGA E O
      *    SEGUNDO ARQUIVO DO MES NAO AVANCAM DE NOVO.
       ESCALAR-FAMILIA.
           MOVE "N" TO W-ESTAGIO-NOVO
           MOVE CND-CPF-TITULAR TO EST-CPF-TITULAR
           READ ARQ-ESTAGIOS
           IF  W-COD-ERRO-EST = "23"
               INITIALIZE REG-ESTAGIOS
               MOVE CND-CPF-TITULAR TO EST-CPF-TITULAR
               MOVE "S" TO W-ESTAGIO-NOVO
           ELSE
           IF  W-COD-ERRO-EST NOT = "00"
               MOVE "ERRO NA LEITURA DO ESTAGIO DA FAMILIA"
                    TO W-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           END-IF
           IF  EST-COMPETENCIA-ULTIMA NOT < W-COMPETENCIA
               ADD 1 TO W-CONT-JA-NO-MES
               MOVE "DESCUMPRIDA - FAMILIA JA AVALIADA NO MES"
                    TO W-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE EST-ESTAGIO TO W-ESTAGIO-ANTERIOR
           MOVE ZEROS TO W-MESES-DECORRIDOS
           IF  EST-COMPETENCIA-ULTIMA NOT = ZEROS
               MOVE EST-COMPETENCIA-ULTIMA (1:4) TO W-ANO-ULT
               MOVE EST-COMPETENCIA-ULTIMA (5:2) TO W-MES-ULT
               COMPUTE W-MESES-DECORRIDOS =
                       (W-ANO-COMP * 12 + W-MES-COMP)
                     - (W-ANO-ULT * 12 + W-MES-ULT)
           END-IF
           IF  EST-CANCELAMENTO
               MOVE "DESCUMPRIDA - FAMILIA JA CANCELADA"
                    TO W-OCORRENCIA
           ELSE
           IF  EST-SEM-SANCAO
            OR W-MESES-DECORRIDOS > W-MESES-REINICIO
               PERFORM APLICAR-ADVERTENCIA
           ELSE
           IF  EST-ADVERTENCIA
               PERFORM APLICAR-BLOQUEIO
           ELSE
           IF  EST-BLOQUEIO
               PERFORM PEDIR-SUSPENSAO
           ELSE
               PERFORM PEDIR-CANCELAMENTO
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE W-COMPETENCIA    TO EST-COMPETENCIA-ULTIMA
           ADD 1 TO EST-QTD-DESCUMPRIMENTOS
           MOVE WS-DATA-SIST-NUM TO EST-DATA-ALTERACAO
           MOVE W-OPERADOR       TO EST-OPERADOR
           IF  W-ESTAGIO-NOVO = "S"
               WRITE REG-ESTAGIOS
           ELSE
               REWRITE REG-ESTAGIOS
           END-IF
           IF  W-COD-ERRO-EST NOT = "00"
               DISPLAY "ERRO AO GRAVAR ESTAGIO - TITULAR "
                       EST-CPF-TITULAR " STATUS " W-COD-ERRO-EST
           END-IF.

       APLICAR-ADVERTENCIA.
           MOVE "A"   TO EST-ESTAGIO
           MOVE ZEROS TO EST-FIM-EFEITO
           ADD 1 TO W-CONT-ADVERTENCIAS
           MOVE "DESCUMPRIDA - ADVERTENCIA" TO W-OCORRENCIA.

      *    O BLOQUEIO RETEM O PAGAMENTO DO MES DA CARGA.
       APLICAR-BLOQUEIO.
           MOVE "B"                 TO EST-ESTAGIO
           MOVE W-COMPETENCIA-ATUAL TO EST-FIM-EFEITO
           ADD 1 TO W-CONT-BLOQUEIOS
           MOVE "DESCUMPRIDA - BLOQUEIO" TO W-OCORRENCIA.

      *    A FAMILIA CONTINUA BLOQUEADA ATE O SUPERVISOR DECIDIR.
       PEDIR-SUSPENSAO.
           IF  EST-FIM-EFEITO < W-COMPETENCIA-ATUAL
               MOVE W-COMPETENCIA-ATUAL TO EST-FIM-EFEITO
           END-IF
           IF  NOT EST-SEM-PEDIDO
               MOVE "DESCUMPRIDA - BLOQUEIO (DECISAO PENDENTE)"
                    TO W-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO APR-OPERACAO
           PERFORM GRAVAR-SOLICITACAO
           IF  W-COD-ERRO-APR = "00"
               MOVE "S" TO EST-PEDIDO-PENDENTE
               MOVE "DESCUMPRIDA - SUSPENSAO SOLICITADA"
                    TO W-OCORRENCIA
           END-IF.

       PEDIR-CANCELAMENTO.
           IF  EST-FIM-EFEITO < W-COMPETENCIA-ATUAL
               MOVE W-COMPETENCIA-ATUAL TO EST-FIM-EFEITO
           END-IF
           IF  NOT EST-SEM-PEDIDO
               MOVE "DESCUMPRIDA - SUSPENSO (DECISAO PENDENTE)"
                    TO W-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE "K" TO APR-OPERACAO
           PERFORM GRAVAR-SOLICITACAO
           IF  W-COD-ERRO-APR = "00"
               MOVE "C" TO EST-PEDIDO-PENDENTE
               MOVE "DESCUMPRIDA - CANCELAMENTO SOLICITADO"
                    TO W-OCORRENCIA
           END-IF.

      *    APR-OPERACAO JA VEM PREENCHIDA PELO CHAMADOR.
       GRAVAR-SOLICITACAO.
           ACCEPT WS-HORA-SIST FROM TIME
           MOVE EST-CPF-TITULAR TO APR-CPF
           COMPUTE APR-DATA-HORA =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +
                   WS-DIA-SIST * 1000000     +
                   WS-HH-SIST  * 10000       +
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST
           MOVE W-OPERADOR TO APR-SOLICITANTE
           MOVE SPACES     TO APR-MOTIVO
           STRING "CONDICIONALIDADE - COMPETENCIA " W-COMPETENCIA
               DELIMITED BY SIZE INTO APR-MOTIVO
           MOVE "P"        TO APR-SITUACAO
           MOVE SPACES     TO APR-APROVADOR
           MOVE ZEROS      TO APR-DATA-DECISAO
           MOVE ZEROS      TO APR-DATA-LIMITE
           CALL "PGM120" USING "N" APR-OPERACAO APR-DATA-HORA
                APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                W-PRAZO-QTD
           WRITE REG-APROVACOES
           IF  W-COD-ERRO-APR NOT = "00"
               DISPLAY "ERRO AO GRAVAR SOLICITACAO - CPF " APR-CPF
                       " STATUS " W-COD-ERRO-APR
               MOVE "DESCUMPRIDA - ERRO AO GRAVAR SOLICITACAO"
                    TO W-OCORRENCIA
           ELSE
               ADD 1 TO W-CONT-SOLICITADAS
           END-IF.

       RECUSAR-REGISTRO.
           ADD 1 TO W-CONT-RECUSADOS
           MOVE ICD-CPF-TITULAR TO WD-CPF-TITULAR
           IF  ICD-CPF-TITULAR = SPACES
               MOVE ICD-CPF-DEPENDENTE TO WD-CPF-TITULAR
           END-IF
           MOVE ICD-SEQUENCIA   TO WD-SEQUENCIA
           MOVE SPACES          TO WD-NOME
           MOVE ICD-COMPETENCIA TO WD-COMPETENCIA
           MOVE ICD-FREQUENCIA  TO WD-FREQUENCIA
           MOVE SPACES          TO WD-OCORRENCIA
           STRING "RECUSADO: " W-MOTIVO
               DELIMITED BY SIZE INTO WD-OCORRENCIA
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE.

       IMPRIMIR-DETALHE.
           MOVE CND-CPF-TITULAR TO WD-CPF-TITULAR
           MOVE CND-SEQUENCIA   TO WD-SEQUENCIA
           MOVE DEP-NOME        TO WD-NOME
           MOVE CND-COMPETENCIA TO WD-COMPETENCIA
           MOVE SPACES          TO WD-FREQUENCIA
           IF  CND-EDUCACAO
               MOVE CND-FREQUENCIA TO WD-FREQUENCIA
           END-IF
           MOVE W-OCORRENCIA    TO WD-OCORRENCIA
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-LIDOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "REGISTROS LIDOS              : " W-CONT-LIDOS.
           DISPLAY "RECUSADOS                    : " W-CONT-RECUSADOS.
           DISPLAY "CONDICIONALIDADES CUMPRIDAS  : " W-CONT-CUMPRIDAS.
           DISPLAY "DESCUMPRIMENTOS              : "
                   W-CONT-DESCUMPRIDAS.
           DISPLAY "ADVERTENCIAS                 : "
                   W-CONT-ADVERTENCIAS.
           DISPLAY "BLOQUEIOS                    : " W-CONT-BLOQUEIOS.
           DISPLAY "SUSPENSOES/CANCEL. NA FILA   : "
                   W-CONT-SOLICITADAS.
           DISPLAY "FAMILIAS JA AVALIADAS NO MES : " W-CONT-JA-NO-MES.
           DISPLAY "RELATORIO EM RELCONDI.LST".

       FINALIZACAO.
           CLOSE ARQ-SECRETARIA.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-CONDICIONALIDADES.
           CLOSE ARQ-ESTAGIOS.
           CLOSE ARQ-APROVACOES.
           CLOSE REL-CONDIC.

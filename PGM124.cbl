       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM124.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    RELATORIO MENSAL DE PRODUTIVIDADE POR POSTO DE ATENDIMENTO
      *    (PRODPOST.LST) DO MES INFORMADO NA CONSOLE (BRANCO = MES
      *    ANTERIOR). UMA LINHA POR POSTO DA TABELA (POSTOS.DAT,
      *    PGM122), NA ORDEM DO CODIGO, MAIS UMA LINHA "SEM POSTO"
      *    (LOTES, PROTOCOLOS ANTERIORES AOS POSTOS E POSTO QUE JA
      *    SAIU DA TABELA) E O TOTAL GERAL:
      *      - PROTOCOLOS ABERTOS NO MES (PROTOCOL.DAT, PRT-POSTO)
      *        POR TIPO DE OPERACAO E NO TOTAL;
      *      - OBSERVACOES REGISTRADAS NO MES (NOTAS.DAT, NTA-POSTO);
      *      - OPERADORES ATIVOS LOTADOS NO POSTO NA DATA DA EMISSAO
      *        (OPERADOR.DAT, OPE-POSTO) E A MEDIA DE PROTOCOLOS POR
      *        OPERADOR;
      *      - A PARTICIPACAO DO POSTO NO TOTAL DE PROTOCOLOS.
      *    A LISTAGEM E REGISTRADA NO CATALOGO DO PGM38.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPT REPLACING STATUS-FIELD BY W-COD-ERRO-PRT.

           COPY CPYSELNO REPLACING STATUS-FIELD BY W-COD-ERRO-NTA.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           COPY CPYSELPS REPLACING STATUS-FIELD BY W-COD-ERRO-POS.

           SELECT REL-PRODUTIVIDADE ASSIGN TO "C:\TEMP\PRODPOST.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROTOCOLOS
           LABEL RECORD STANDARD.
       COPY CPYPROTO.

       FD  ARQ-NOTAS
           LABEL RECORD STANDARD.
       COPY CPYNOTA.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  ARQ-POSTOS
           LABEL RECORD STANDARD.
       COPY CPYPOSTO.

       FD  REL-PRODUTIVIDADE
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-PRT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-POS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".

      *    MES APURADO (CONSOLE, BRANCO = MES ANTERIOR).
       01  W-MES-INFORMADO     PIC X(6)  VALUE SPACES.
       01  W-MES-APURADO       PIC 9(6)  VALUE ZEROS.
       01  W-MES-EXIB          PIC X(7)  VALUE SPACES.
       01  W-ANO-AUX           PIC 9(4)  VALUE ZEROS.
       01  W-MES-AUX           PIC 9(2)  VALUE ZEROS.

      *    TIPOS DE OPERACAO DO PROTOCOLO (CPYPROTO), NA ORDEM DAS
      *    COLUNAS DO RELATORIO.
       01  W-TIPOS-OPERACAO    PIC X(8)  VALUE "IADETGLM".
       01  W-TAB-TIPOS REDEFINES W-TIPOS-OPERACAO.
           05  W-TIPO-OPER     OCCURS 8 TIMES PIC X(1).
       01  W-IND-TIPO          PIC 9(2) COMP VALUE ZEROS.
       01  W-TIPO-ACHADO       PIC 9(2) COMP VALUE ZEROS.

      *    UMA LINHA POR POSTO DA TABELA; DEPOIS DELES, "SEM POSTO"
      *    (W-IND-SEM) E O TOTAL GERAL (W-IND-TOTAL).
       01  W-QTD-POSTOS        PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-POS           PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-BUSCA         PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-SEM           PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-TOTAL         PIC 9(2) COMP VALUE ZEROS.
       01  W-POSTO-PROCURADO   PIC X(4)  VALUE SPACES.
       01  W-TAB-POSTOS.
           05  W-LINHA-POSTO   OCCURS 32 TIMES.
               10  W-POS-CODIGO        PIC X(4).
               10  W-POS-NOME          PIC X(20).
               10  W-TOT-TIPO          OCCURS 8 TIMES PIC 9(6).
               10  W-TOT-PROTOCOLOS    PIC 9(7).
               10  W-TOT-NOTAS         PIC 9(6).
               10  W-TOT-OPERADORES    PIC 9(3).

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM124".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\PRODPOST.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(48)
               VALUE "PRODUTIVIDADE POR POSTO DE ATENDIMENTO - MES".
           05  W-CAB1-MES          PIC X(7).
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(26) VALUE SPACES.
           05  FILLER              PIC X(56)
               VALUE "--------------- PROTOCOLOS POR TIPO -------------
      -        "------".

       01  W-CAB3.
           05  FILLER              PIC X(26) VALUE "POSTO".
           05  FILLER              PIC X(7)  VALUE "  INCL".
           05  FILLER              PIC X(7)  VALUE "  ALTER".
           05  FILLER              PIC X(7)  VALUE "  REMOC".
           05  FILLER              PIC X(7)  VALUE "  ANONI".
           05  FILLER              PIC X(7)  VALUE "  CORRE".
           05  FILLER              PIC X(7)  VALUE "  AGEND".
           05  FILLER              PIC X(7)  VALUE "   LGPD".
           05  FILLER              PIC X(7)  VALUE "  DECLA".
           05  FILLER              PIC X(9)  VALUE "    TOTAL".
           05  FILLER              PIC X(7)  VALUE "  NOTAS".
           05  FILLER              PIC X(5)  VALUE " OPER".
           05  FILLER              PIC X(10) VALUE "  MED/OPER".
           05  FILLER              PIC X(6)  VALUE " % TOT".

       01  W-DETALHE.
           05  WD-CODIGO           PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WD-NOME             PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WD-COLUNA-TIPO      OCCURS 8 TIMES.
               10  WD-QTD-TIPO     PIC ZZ.ZZ9.
               10  FILLER          PIC X(1)  VALUE SPACES.
           05  WD-PROTOCOLOS       PIC Z.ZZZ.ZZ9.
           05  WD-NOTAS            PIC ZZZ.ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OPERADORES       PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WD-MEDIA            PIC ZZZ.ZZ9,9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WD-PERCENTUAL       PIC ZZ9,9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           CALL "PGM35"
           DISPLAY "OPERADOR RESPONSAVEL PELO RELATORIO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           PERFORM RECEBER-PARAMETROS.

           INITIALIZE W-TAB-POSTOS.
           PERFORM CARREGAR-POSTOS.
           PERFORM ABRIR-ARQUIVOS.

           PERFORM APURAR-PROTOCOLOS.
           PERFORM APURAR-NOTAS.
           PERFORM APURAR-OPERADORES.

           PERFORM IMPRIMIR-LINHA-POSTO
                   VARYING W-IND-POS FROM 1 BY 1
                   UNTIL W-IND-POS > W-IND-TOTAL.

           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-PARAMETROS.
           DISPLAY "MES A APURAR (AAAAMM, BRANCO = MES ANTERIOR): "
               WITH NO ADVANCING
           ACCEPT W-MES-INFORMADO FROM CONSOLE
           IF  W-MES-INFORMADO = SPACES
               MOVE WS-ANO-SIST TO W-ANO-AUX
               MOVE WS-MES-SIST TO W-MES-AUX
               IF  W-MES-AUX = 1
                   MOVE 12 TO W-MES-AUX
                   SUBTRACT 1 FROM W-ANO-AUX
               ELSE
                   SUBTRACT 1 FROM W-MES-AUX
               END-IF
               COMPUTE W-MES-APURADO = W-ANO-AUX * 100 + W-MES-AUX
           ELSE
               IF  W-MES-INFORMADO IS NOT NUMERIC
                OR W-MES-INFORMADO (5:2) < "01"
                OR W-MES-INFORMADO (5:2) > "12"
                   DISPLAY "MES INVALIDO: " W-MES-INFORMADO
                   STOP RUN
               END-IF
               MOVE W-MES-INFORMADO TO W-MES-APURADO
           END-IF
           MOVE W-MES-APURADO (5:2) TO W-MES-EXIB (1:2)
           MOVE "/"                 TO W-MES-EXIB (3:1)
           MOVE W-MES-APURADO (1:4) TO W-MES-EXIB (4:4).

      *    SEM A TABELA DE POSTOS O RELATORIO AINDA SAI, COM TODO O
      *    MOVIMENTO NA LINHA "SEM POSTO".
       CARREGAR-POSTOS.
           MOVE ZEROS TO W-QTD-POSTOS
           OPEN INPUT ARQ-POSTOS
           IF  W-COD-ERRO-POS = "00"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-POSTO
               PERFORM GUARDAR-POSTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-POSTOS
           END-IF
           COMPUTE W-IND-SEM   = W-QTD-POSTOS + 1
           COMPUTE W-IND-TOTAL = W-QTD-POSTOS + 2
           MOVE "SEM POSTO"   TO W-POS-NOME (W-IND-SEM)
           MOVE "TOTAL GERAL" TO W-POS-NOME (W-IND-TOTAL).

       LER-POSTO.
           READ ARQ-POSTOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-POSTO.
           IF  W-QTD-POSTOS < 30
               ADD 1 TO W-QTD-POSTOS
               MOVE POS-CODIGO TO W-POS-CODIGO (W-QTD-POSTOS)
               MOVE POS-NOME   TO W-POS-NOME (W-QTD-POSTOS)
           END-IF
           PERFORM LER-POSTO.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROTOCOLOS.
           IF  W-COD-ERRO-PRT NOT = "00"
               DISPLAY "ERRO AO ABRIR PROTOCOL.DAT: " W-COD-ERRO-PRT
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-PRODUTIVIDADE.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODPOST.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PROTOCOLOS
               STOP RUN
           END-IF.

      *    LINHA DO POSTO EM W-POSTO-PROCURADO (W-IND-POS); BRANCO OU
      *    CODIGO FORA DA TABELA CAI EM "SEM POSTO".
       LOCALIZAR-POSTO.
           MOVE W-IND-SEM TO W-IND-POS
           IF  W-POSTO-PROCURADO NOT = SPACES
               PERFORM COMPARAR-POSTO
                       VARYING W-IND-BUSCA FROM 1 BY 1
                       UNTIL W-IND-BUSCA > W-QTD-POSTOS
                          OR W-IND-POS NOT = W-IND-SEM
           END-IF.

       COMPARAR-POSTO.
           IF  W-POS-CODIGO (W-IND-BUSCA) = W-POSTO-PROCURADO
               MOVE W-IND-BUSCA TO W-IND-POS
           END-IF.

      *    ----------------------------------------------------------
      *    PROTOCOLOS ABERTOS NO MES
      *    ----------------------------------------------------------
       APURAR-PROTOCOLOS.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-PROTOCOLO
           PERFORM APURAR-PROTOCOLO UNTIL FIM-ARQUIVO.

       LER-PROTOCOLO.
           READ ARQ-PROTOCOLOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    TIPO FORA DAS COLUNAS SO ENTRA NO TOTAL DE PROTOCOLOS.
       APURAR-PROTOCOLO.
           IF  PRT-DATA-HORA (1:6) = W-MES-APURADO
               MOVE PRT-POSTO TO W-POSTO-PROCURADO
               PERFORM LOCALIZAR-POSTO
               MOVE ZEROS TO W-TIPO-ACHADO
               PERFORM COMPARAR-TIPO
                       VARYING W-IND-TIPO FROM 1 BY 1
                       UNTIL W-IND-TIPO > 8
               ADD 1 TO W-TOT-PROTOCOLOS (W-IND-POS)
                        W-TOT-PROTOCOLOS (W-IND-TOTAL)
               IF  W-TIPO-ACHADO NOT = ZEROS
                   ADD 1 TO W-TOT-TIPO (W-IND-POS W-TIPO-ACHADO)
                            W-TOT-TIPO (W-IND-TOTAL W-TIPO-ACHADO)
               END-IF
           END-IF
           PERFORM LER-PROTOCOLO.

       COMPARAR-TIPO.
           IF  W-TIPO-OPER (W-IND-TIPO) = PRT-OPERACAO
               MOVE W-IND-TIPO TO W-TIPO-ACHADO
           END-IF.

      *    ----------------------------------------------------------
      *    OBSERVACOES REGISTRADAS NO MES
      *    ----------------------------------------------------------
       APURAR-NOTAS.
           OPEN INPUT ARQ-NOTAS
           IF  W-COD-ERRO-NTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-NOTA
           PERFORM APURAR-NOTA UNTIL FIM-ARQUIVO
           CLOSE ARQ-NOTAS.

       LER-NOTA.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       APURAR-NOTA.
           IF  NTA-DATA-HORA (1:6) = W-MES-APURADO
               MOVE NTA-POSTO TO W-POSTO-PROCURADO
               PERFORM LOCALIZAR-POSTO
               ADD 1 TO W-TOT-NOTAS (W-IND-POS)
                        W-TOT-NOTAS (W-IND-TOTAL)
           END-IF
           PERFORM LER-NOTA.

      *    ----------------------------------------------------------
      *    OPERADORES ATIVOS POR POSTO (SITUACAO NA EMISSAO)
      *    ----------------------------------------------------------
       APURAR-OPERADORES.
           OPEN INPUT ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-OPERADOR
           PERFORM APURAR-OPERADOR UNTIL FIM-ARQUIVO
           CLOSE ARQ-OPERADORES.

       LER-OPERADOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       APURAR-OPERADOR.
           IF  OPERADOR-ATIVO
               MOVE OPE-POSTO TO W-POSTO-PROCURADO
               PERFORM LOCALIZAR-POSTO
               ADD 1 TO W-TOT-OPERADORES (W-IND-POS)
                        W-TOT-OPERADORES (W-IND-TOTAL)
           END-IF
           PERFORM LER-OPERADOR.

      *    ----------------------------------------------------------
      *    EMISSAO
      *    ----------------------------------------------------------
       IMPRIMIR-LINHA-POSTO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-POS-CODIGO (W-IND-POS) TO WD-CODIGO
           MOVE W-POS-NOME (W-IND-POS)   TO WD-NOME
           PERFORM MOVER-TIPO
                   VARYING W-IND-TIPO FROM 1 BY 1
                   UNTIL W-IND-TIPO > 8
           MOVE W-TOT-PROTOCOLOS (W-IND-POS) TO WD-PROTOCOLOS
           MOVE W-TOT-NOTAS (W-IND-POS)      TO WD-NOTAS
           MOVE W-TOT-OPERADORES (W-IND-POS) TO WD-OPERADORES
           IF  W-TOT-OPERADORES (W-IND-POS) = ZEROS
               MOVE ZEROS TO WD-MEDIA
           ELSE
               COMPUTE WD-MEDIA ROUNDED =
                       W-TOT-PROTOCOLOS (W-IND-POS)
                       / W-TOT-OPERADORES (W-IND-POS)
           END-IF
           IF  W-TOT-PROTOCOLOS (W-IND-TOTAL) = ZEROS
               MOVE ZEROS TO WD-PERCENTUAL
           ELSE
               COMPUTE WD-PERCENTUAL ROUNDED =
                       W-TOT-PROTOCOLOS (W-IND-POS) * 100
                       / W-TOT-PROTOCOLOS (W-IND-TOTAL)
           END-IF
           IF  W-IND-POS = W-IND-TOTAL
               WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO W-CONT-LINHA.

       MOVER-TIPO.
           MOVE W-TOT-TIPO (W-IND-POS W-IND-TIPO)
                TO WD-QTD-TIPO (W-IND-TIPO).

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.
           MOVE W-MES-EXIB        TO W-CAB1-MES.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM W-CAB3 AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO W-CONT-LINHA.
           ADD 1 TO W-CONT-LINHA.

       REGISTRAR-CATALOGO.
           MOVE W-TOT-PROTOCOLOS (W-IND-TOTAL) TO W-QTD-CATALOGO
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "POSTOS NA TABELA              : " W-QTD-POSTOS.
           DISPLAY "PROTOCOLOS DO MES             : "
                   W-TOT-PROTOCOLOS (W-IND-TOTAL).
           DISPLAY "OBSERVACOES DO MES            : "
                   W-TOT-NOTAS (W-IND-TOTAL).
           DISPLAY "RELATORIO EM PRODPOST.LST".

       FINALIZACAO.
           CLOSE ARQ-PROTOCOLOS.
           CLOSE REL-PRODUTIVIDADE.

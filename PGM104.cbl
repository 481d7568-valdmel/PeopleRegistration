       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM104.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    RELATORIO MENSAL DE COMPARECIMENTO DO BALCAO (AGENDMES.LST)
      *    A PARTIR DAS MARCACOES (MARCACAO.DAT, CPYMARCA) DO MES
      *    INFORMADO NA CONSOLE (BRANCO = MES ANTERIOR):
      *      - POR TIPO DE SERVICO (TABELA CPYSERVI): MARCADAS,
      *        PRESENTES, FALTAS, CANCELADAS E AINDA PENDENTES (DIAS
      *        QUE O FECHAMENTO DO PGM103 NAO ALCANCOU), COM O
      *        PERCENTUAL DE COMPARECIMENTO E DE FALTA SOBRE AS
      *        MARCACOES JA RESOLVIDAS (PRESENTES + FALTAS);
      *      - OS CIDADAOS COM FALTAS REPETIDAS NO MES (A PARTIR DE
      *        UM LIMITE INFORMADO NA CONSOLE, PADRAO 2), EM ORDEM DE
      *        CPF, PARA O SERVICO SOCIAL PROCURAR A FAMILIA.
      *    A LISTAGEM E REGISTRADA NO CATALOGO DO PGM38.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELMC REPLACING STATUS-FIELD BY W-COD-ERRO.

           SELECT REL-MENSAL ASSIGN TO "C:\TEMP\AGENDMES.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\AGENDMES.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MARCACOES
           LABEL RECORD STANDARD.
       COPY CPYMARCA.

       FD  REL-MENSAL
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

      *    UMA FALTA DO MES POR REGISTRO.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-CPF             PIC X(11).
           05  CLA-NOME            PIC X(30).
           05  CLA-DATA            PIC 9(8).
           05  CLA-SERVICO         PIC X(2).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".

      *    MES APURADO (CONSOLE, BRANCO = MES ANTERIOR) E LIMITE DE
      *    FALTAS PARA A LISTA DE REINCIDENTES (BRANCO = 2).
       01  W-MES-INFORMADO     PIC X(6)  VALUE SPACES.
       01  W-MES-APURADO       PIC 9(6)  VALUE ZEROS.
       01  W-MES-EXIB          PIC X(7)  VALUE SPACES.
       01  W-LIMITE-INFORMADO  PIC X(2)  VALUE SPACES.
       01  W-LIMITE-FALTAS     PIC 9(2)  VALUE 2.
       01  W-ANO-AUX           PIC 9(4)  VALUE ZEROS.
       01  W-MES-AUX           PIC 9(2)  VALUE ZEROS.

      *    TOTAIS POR SERVICO, NA ORDEM DA TABELA CPYSERVI; A ULTIMA
      *    POSICAO E O TOTAL GERAL.
       01  W-IND-SRV           PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-TOTAL         PIC 9(2) COMP VALUE 5.
       01  W-TAB-TOTAIS.
           05  W-TOT-SERVICO   OCCURS 5 TIMES.
               10  W-TOT-MARCADAS      PIC 9(6).
               10  W-TOT-PRESENTES     PIC 9(6).
               10  W-TOT-FALTAS        PIC 9(6).
               10  W-TOT-CANCELADAS    PIC 9(6).
               10  W-TOT-PENDENTES     PIC 9(6).
       01  W-BASE-PERCENTUAL   PIC 9(7)  VALUE ZEROS.

      *    REINCIDENTES: FALTAS DO MESMO CPF NA SAIDA DA CLASSIFICACAO.
       01  W-CPF-ANTERIOR      PIC X(11) VALUE SPACES.
       01  W-NOME-ANTERIOR     PIC X(30) VALUE SPACES.
       01  W-FALTAS-CPF        PIC 9(3)  VALUE ZEROS.
       01  W-ULTIMA-FALTA      PIC 9(8)  VALUE ZEROS.
       01  W-CONT-REINCIDENTES PIC 9(6)  VALUE ZEROS.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-SECAO             PIC 9    VALUE 1.

       COPY CPYSERVI.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM104".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\AGENDMES.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(34)
               VALUE "COMPARECIMENTO AO BALCAO - MES".
           05  W-CAB1-MES          PIC X(7).
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2-SERVICO.
           05  FILLER              PIC X(24) VALUE "SERVICO".
           05  FILLER              PIC X(10) VALUE "MARCADAS".
           05  FILLER              PIC X(10) VALUE "PRESENTES".
           05  FILLER              PIC X(10) VALUE "FALTAS".
           05  FILLER              PIC X(11) VALUE "CANCELADAS".
           05  FILLER              PIC X(11) VALUE "PENDENTES".
           05  FILLER              PIC X(11) VALUE "% COMPAREC".
           05  FILLER              PIC X(8)  VALUE "% FALTA".

       01  W-CAB2-REINCIDENTE.
           05  FILLER              PIC X(40)
               VALUE "CIDADAOS COM FALTAS REPETIDAS NO MES".
           05  FILLER              PIC X(15) VALUE "(A PARTIR DE ".
           05  W-CAB2-LIMITE       PIC Z9.
           05  FILLER              PIC X(1)  VALUE ")".

       01  W-CAB3-REINCIDENTE.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(8)  VALUE "FALTAS".
           05  FILLER              PIC X(14) VALUE "ULTIMA FALTA".

       01  W-DETALHE-SERVICO.
           05  WS-SRV-DESCRICAO    PIC X(22).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SRV-MARCADAS     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SRV-PRESENTES    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SRV-FALTAS       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SRV-CANCELADAS   PIC ZZZ.ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SRV-PENDENTES    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-SRV-PERC-COMP    PIC ZZ9,9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-SRV-PERC-FALTA   PIC ZZ9,9.

       01  W-DETALHE-REINCIDENTE.
           05  WR-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-FALTAS           PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WR-ULTIMA-FALTA     PIC X(10).

       01  W-RODAPE-REINCIDENTE.
           05  FILLER              PIC X(30)
               VALUE "TOTAL DE REINCIDENTES       : ".
           05  W-ROD-REINCIDENTES  PIC ZZZ.ZZ9.

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
           DISPLAY "OPERADOR RESPONSAVEL PELO RELATORIO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           PERFORM RECEBER-PARAMETROS.

           PERFORM ABRIR-ARQUIVOS.
           INITIALIZE W-TAB-TOTAIS.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CPF CLA-DATA
               INPUT  PROCEDURE APURAR-MES
               OUTPUT PROCEDURE EMITIR-RELATORIO.

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
           MOVE W-MES-APURADO (1:4) TO W-MES-EXIB (4:4)

           DISPLAY "LIMITE DE FALTAS PARA REINCIDENTE (BRANCO = 2): "
               WITH NO ADVANCING
           ACCEPT W-LIMITE-INFORMADO FROM CONSOLE
           IF  W-LIMITE-INFORMADO NOT = SPACES
               IF  W-LIMITE-INFORMADO (2:1) = SPACE
                   MOVE W-LIMITE-INFORMADO (1:1) TO W-LIMITE-INFORMADO
                   MOVE ZERO TO W-LIMITE-INFORMADO (1:1)
               END-IF
               IF  W-LIMITE-INFORMADO IS NUMERIC
                AND W-LIMITE-INFORMADO NOT = "00"
                   MOVE W-LIMITE-INFORMADO TO W-LIMITE-FALTAS
               END-IF
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MARCACOES.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR MARCACAO.DAT: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-MENSAL.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENDMES.LST: " W-COD-ERRO-REL
               CLOSE ARQ-MARCACOES
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - MARCACOES DO MES
      *    ----------------------------------------------------------
       APURAR-MES.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO MAR-CHAVE-VAGA
           COMPUTE MAR-DATA = W-MES-APURADO * 100 + 1
           START ARQ-MARCACOES KEY NOT < MAR-CHAVE-VAGA
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           PERFORM LER-MARCACAO
           PERFORM APURAR-MARCACAO
                   UNTIL FIM-ARQUIVO
                      OR MAR-DATA (1:6) NOT = W-MES-APURADO.

       LER-MARCACAO.
           READ ARQ-MARCACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    SERVICO FORA DA TABELA SO ENTRA NO TOTAL GERAL.
       APURAR-MARCACAO.
           MOVE W-IND-TOTAL TO W-IND-SRV
           SET WS-IDX-SERV TO 1
           SEARCH WS-SERV-ITEM
               WHEN WS-SERV-CODIGO (WS-IDX-SERV) = MAR-SERVICO
                   SET W-IND-SRV TO WS-IDX-SERV
           END-SEARCH
           PERFORM SOMAR-MARCACAO
           IF  W-IND-SRV NOT = W-IND-TOTAL
               MOVE W-IND-TOTAL TO W-IND-SRV
               PERFORM SOMAR-MARCACAO
           END-IF
           IF  MAR-FALTOU
               MOVE MAR-CPF     TO CLA-CPF
               MOVE MAR-NOME    TO CLA-NOME
               MOVE MAR-DATA    TO CLA-DATA
               MOVE MAR-SERVICO TO CLA-SERVICO
               RELEASE REG-CLASSIFICA
           END-IF
           PERFORM LER-MARCACAO.

       SOMAR-MARCACAO.
           ADD 1 TO W-TOT-MARCADAS (W-IND-SRV)
           EVALUATE TRUE
               WHEN MAR-PRESENTE
                   ADD 1 TO W-TOT-PRESENTES (W-IND-SRV)
               WHEN MAR-FALTOU
                   ADD 1 TO W-TOT-FALTAS (W-IND-SRV)
               WHEN MAR-CANCELADO
                   ADD 1 TO W-TOT-CANCELADAS (W-IND-SRV)
               WHEN OTHER
                   ADD 1 TO W-TOT-PENDENTES (W-IND-SRV)
           END-EVALUATE.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - RESUMO E REINCIDENTES
      *    ----------------------------------------------------------
       EMITIR-RELATORIO.
           MOVE 1 TO W-SECAO
           MOVE ZEROS TO W-CONT-LINHA
           PERFORM IMPRIMIR-LINHA-SERVICO
                   VARYING W-IND-SRV FROM 1 BY 1
                   UNTIL W-IND-SRV > W-IND-TOTAL

           MOVE 2 TO W-SECAO
           MOVE ZEROS TO W-CONT-LINHA
           MOVE "N" TO W-FIM-CLASSIFICA
           MOVE SPACES TO W-CPF-ANTERIOR
           MOVE ZEROS TO W-FALTAS-CPF
           PERFORM RETORNAR-CLASSIFICA
           PERFORM CONTAR-FALTA UNTIL W-FIM-CLASSIFICA = "S"
           PERFORM FECHAR-CPF
           IF  W-CONT-LINHA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-CONT-REINCIDENTES TO W-ROD-REINCIDENTES
           WRITE REG-REL FROM W-RODAPE-REINCIDENTE
                 AFTER ADVANCING 2 LINES.

       IMPRIMIR-LINHA-SERVICO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF  W-IND-SRV = W-IND-TOTAL
               MOVE "TOTAL GERAL" TO WS-SRV-DESCRICAO
           ELSE
               MOVE WS-SERV-DESCRICAO (W-IND-SRV) TO WS-SRV-DESCRICAO
           END-IF
           MOVE W-TOT-MARCADAS (W-IND-SRV)   TO WS-SRV-MARCADAS
           MOVE W-TOT-PRESENTES (W-IND-SRV)  TO WS-SRV-PRESENTES
           MOVE W-TOT-FALTAS (W-IND-SRV)     TO WS-SRV-FALTAS
           MOVE W-TOT-CANCELADAS (W-IND-SRV) TO WS-SRV-CANCELADAS
           MOVE W-TOT-PENDENTES (W-IND-SRV)  TO WS-SRV-PENDENTES
           COMPUTE W-BASE-PERCENTUAL = W-TOT-PRESENTES (W-IND-SRV)
                                     + W-TOT-FALTAS (W-IND-SRV)
           IF  W-BASE-PERCENTUAL = ZEROS
               MOVE ZEROS TO WS-SRV-PERC-COMP WS-SRV-PERC-FALTA
           ELSE
               COMPUTE WS-SRV-PERC-COMP ROUNDED =
                       W-TOT-PRESENTES (W-IND-SRV) * 100
                       / W-BASE-PERCENTUAL
               COMPUTE WS-SRV-PERC-FALTA ROUNDED =
                       W-TOT-FALTAS (W-IND-SRV) * 100
                       / W-BASE-PERCENTUAL
           END-IF
           IF  W-IND-SRV = W-IND-TOTAL
               WRITE REG-REL FROM W-DETALHE-SERVICO
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM W-DETALHE-SERVICO
                     AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO W-CONT-LINHA.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       CONTAR-FALTA.
           IF  CLA-CPF NOT = W-CPF-ANTERIOR
               PERFORM FECHAR-CPF
               MOVE CLA-CPF  TO W-CPF-ANTERIOR
               MOVE ZEROS    TO W-FALTAS-CPF
           END-IF
           MOVE CLA-NOME TO W-NOME-ANTERIOR
           MOVE CLA-DATA TO W-ULTIMA-FALTA
           ADD 1 TO W-FALTAS-CPF
           PERFORM RETORNAR-CLASSIFICA.

       FECHAR-CPF.
           IF  W-CPF-ANTERIOR = SPACES
            OR W-FALTAS-CPF < W-LIMITE-FALTAS
               EXIT PARAGRAPH
           END-IF
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-CPF-ANTERIOR  TO WR-CPF
           MOVE W-NOME-ANTERIOR TO WR-NOME
           MOVE W-FALTAS-CPF    TO WR-FALTAS
           MOVE W-ULTIMA-FALTA (7:2) TO WR-ULTIMA-FALTA (1:2)
           MOVE "/"                  TO WR-ULTIMA-FALTA (3:1)
           MOVE W-ULTIMA-FALTA (5:2) TO WR-ULTIMA-FALTA (4:2)
           MOVE "/"                  TO WR-ULTIMA-FALTA (6:1)
           MOVE W-ULTIMA-FALTA (1:4) TO WR-ULTIMA-FALTA (7:4)
           WRITE REG-REL FROM W-DETALHE-REINCIDENTE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA W-CONT-REINCIDENTES.

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

           IF  W-SECAO = 1
               WRITE REG-REL FROM W-CAB2-SERVICO
                     AFTER ADVANCING 2 LINES
           ELSE
               MOVE W-LIMITE-FALTAS TO W-CAB2-LIMITE
               WRITE REG-REL FROM W-CAB2-REINCIDENTE
                     AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM W-CAB3-REINCIDENTE
                     AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZEROS TO W-CONT-LINHA.
           ADD 1 TO W-CONT-LINHA.

       REGISTRAR-CATALOGO.
           MOVE W-TOT-MARCADAS (W-IND-TOTAL) TO W-QTD-CATALOGO
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "MARCACOES DO MES              : "
                   W-TOT-MARCADAS (W-IND-TOTAL).
           DISPLAY "PRESENTES                     : "
                   W-TOT-PRESENTES (W-IND-TOTAL).
           DISPLAY "FALTAS                        : "
                   W-TOT-FALTAS (W-IND-TOTAL).
           DISPLAY "CIDADAOS REINCIDENTES         : "
                   W-CONT-REINCIDENTES.
           DISPLAY "RELATORIO EM AGENDMES.LST".

       FINALIZACAO.
           CLOSE ARQ-MARCACOES.
           CLOSE REL-MENSAL.

      *    EMISSAO SAI EM GERACOES DATADAS (RELJORNA.G01-G12,
      *    CATALOGO PGM38): QUALQUER DIA PASSADO SE REIMPRIME PELO
      *    PGM37 QUANDO A PERGUNTA CHEGAR DEPOIS.
      *    O FECHAMENTO E POR POSTO DE ATENDIMENTO (POSTOS.DAT,
      *    PGM122; O POSTO VEM CARIMBADO EM CADA LANCAMENTO PELO
      *    PGM05): CADA POSTO SAI EM PAGINA PROPRIA, COM OS SEUS
      *    TOTAIS DE CONTROLE E O BLOCO DE ASSINATURA DO SUPERVISOR
      *    DO POSTO. INFORMANDO UM POSTO, SO O MOVIMENTO DELE ENTRA
      *    E SO O SUPERVISOR DAQUELE POSTO PODE FECHA-LO; EM BRANCO,
      *    TODOS OS POSTOS SAEM NA MESMA EMISSAO (MAIS O MOVIMENTO
      *    SEM POSTO - LOTES NOTURNOS E LANCAMENTOS ANTERIORES AOS
      *    POSTOS) E O JORNAL FECHA COM OS TOTAIS DO DIA ASSINADOS
      *    POR QUEM O EMITIU.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELPT REPLACING STATUS-FIELD BY W-COD-ERRO-PRT.

           COPY CPYSELPS REPLACING STATUS-FIELD BY W-COD-ERRO-POS.

           SELECT REL-JORNAL ASSIGN TO W-NOME-RELATORIO
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.
           LABEL RECORD STANDARD.
       COPY CPYPROTO.

       FD  ARQ-POSTOS
           LABEL RECORD STANDARD.
       COPY CPYPOSTO.

       FD  REL-JORNAL
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-POSTO           PIC X(4).
           05  CLA-OPERADOR        PIC X(8).
           05  CLA-DATA-HORA       PIC 9(14).
           05  CLA-OPERACAO        PIC X(1).
       01  W-COD-ERRO-AUD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-POS      PIC XX VALUE SPACES.
       01  W-FIM-AUDITORIA     PIC X  VALUE "N".
           88  FIM-AUDITORIA       VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-PROTOCOLO-ACHADO  PIC 9(9) VALUE ZEROS.
       01  W-FIM-PROTOCOLOS    PIC X VALUE "N".

      *    POSTOS DE ATENDIMENTO EM MEMORIA (CODIGO, NOME E O
      *    SUPERVISOR QUE ASSINA O FECHAMENTO DO POSTO).
       01  W-QTD-POSTOS        PIC 9(2) VALUE ZEROS.
       01  W-TAB-POSTOS.
           05  W-POS-ITEM OCCURS 30 TIMES.
               10  W-POS-CODIGO     PIC X(4).
               10  W-POS-NOME       PIC X(30).
               10  W-POS-SUPERVISOR PIC X(8).
       01  W-IDX-POS           PIC 9(2) VALUE ZEROS.
       01  W-FIM-POSTOS        PIC X VALUE "N".
       01  W-ACHOU-POSTO       PIC X VALUE "N".
       01  W-POSTO-FECHAR      PIC X(4) VALUE SPACES.
       01  W-POSTO-ANTERIOR    PIC X(4) VALUE SPACES.
       01  W-NOME-POSTO        PIC X(40) VALUE SPACES.
       01  W-SUPERVISOR-POSTO  PIC X(8) VALUE SPACES.
       01  W-EM-POSTO          PIC X VALUE "N".
       01  W-CONT-POSTOS       PIC 9(4) VALUE ZEROS.

       01  W-CONT-LANCAMENTOS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-OPERADOR     PIC 9(6) VALUE ZEROS.
      *    TOTAIS DE CONTROLE POR TIPO DE OPERACAO: OCORRENCIA 1 =
      *    POSTO EM FECHAMENTO, OCORRENCIA 2 = DIA INTEIRO.
       01  W-IND-TOT           PIC 9 VALUE 1.
       01  W-TAB-CONTROLE.
           05  W-CONTROLE OCCURS 2 TIMES.
               10  W-CONT-INCLUSOES    PIC 9(6).
               10  W-CONT-ALTERACOES   PIC 9(6).
               10  W-CONT-REMOCOES     PIC 9(6).
               10  W-CONT-CORRECOES    PIC 9(6).
               10  W-CONT-APROVACOES   PIC 9(6).
               10  W-CONT-OUTRAS       PIC 9(6).
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(12) VALUE "PROTOCOLO".

       01  W-LINHA-POSTO.
           05  FILLER              PIC X(8)  VALUE "POSTO : ".
           05  W-LP-CODIGO         PIC X(4).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  W-LP-NOME           PIC X(40).
           05  FILLER              PIC X(22)
               VALUE "SUPERVISOR DO POSTO : ".
           05  W-LP-SUPERVISOR     PIC X(8).

       01  W-LINHA-OPERADOR.
           05  FILLER              PIC X(11) VALUE "OPERADOR : ".
           05  W-OPE-NOME          PIC X(8).
           END-IF

           PERFORM RECEBER-OPERADOR.
           PERFORM CARREGAR-POSTOS.
           PERFORM RECEBER-POSTO.
           PERFORM CARREGAR-PROTOCOLOS-DO-DIA.
           INITIALIZE W-TAB-CONTROLE.

           CALL "PGM38" USING "A" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-REL
           END-IF.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-POSTO CLA-OPERADOR CLA-DATA-HORA
               INPUT  PROCEDURE CLASSIFICAR-LANCAMENTOS
               OUTPUT PROCEDURE IMPRIMIR-JORNAL.

           IF  W-CONT-LANCAMENTOS = ZEROS
               PERFORM IMPRIMIR-SEM-MOVIMENTO
           END-IF.
           IF  W-POSTO-FECHAR = SPACES
               PERFORM FECHAR-DIA
           END-IF.
           CLOSE REL-JORNAL.
           MOVE W-CONT-LANCAMENTOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-REL
                              W-NOME-RELATORIO
           DISPLAY "OPERACOES NO JORNAL: " W-CONT-LANCAMENTOS.
           DISPLAY "POSTOS FECHADOS    : " W-CONT-POSTOS.
           DISPLAY "JORNAL EM " W-NOME-RELATORIO.
           STOP RUN.

               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

      *    TABELA DE POSTOS EM MEMORIA. SEM ELA O JORNAL AINDA SAI,
      *    COM TODO O MOVIMENTO "SEM POSTO" OU "NAO CADASTRADO".
       CARREGAR-POSTOS.
           MOVE ZEROS TO W-QTD-POSTOS
           MOVE "N" TO W-FIM-POSTOS
           OPEN INPUT ARQ-POSTOS
           IF  W-COD-ERRO-POS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-POSTO
           PERFORM GUARDAR-POSTO UNTIL W-FIM-POSTOS = "S"
           CLOSE ARQ-POSTOS.

       LER-POSTO.
           READ ARQ-POSTOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-POSTOS
           END-READ.

       GUARDAR-POSTO.
           IF  W-QTD-POSTOS < 30
               ADD 1 TO W-QTD-POSTOS
               MOVE POS-CODIGO     TO W-POS-CODIGO (W-QTD-POSTOS)
               MOVE POS-NOME       TO W-POS-NOME (W-QTD-POSTOS)
               MOVE POS-SUPERVISOR TO W-POS-SUPERVISOR (W-QTD-POSTOS)
           END-IF
           PERFORM LER-POSTO.

      *    CADA SUPERVISOR ASSINA SO O MOVIMENTO DO SEU POSTO: O
      *    FECHAMENTO DE UM POSTO SO E EMITIDO PARA O SUPERVISOR
      *    CADASTRADO NELE (PGM122).
       RECEBER-POSTO.
           DISPLAY "POSTO A FECHAR (BRANCO = TODOS OS POSTOS): "
               WITH NO ADVANCING
           ACCEPT W-POSTO-FECHAR FROM CONSOLE
           IF  W-POSTO-FECHAR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-POSTO-FECHAR TO W-POSTO-ANTERIOR
           PERFORM LOCALIZAR-POSTO
           IF  W-ACHOU-POSTO NOT = "S"
               DISPLAY "POSTO NAO CADASTRADO: " W-POSTO-FECHAR
               STOP RUN
           END-IF
           IF  W-OPERADOR NOT = W-SUPERVISOR-POSTO
               DISPLAY "O FECHAMENTO DO POSTO " W-POSTO-FECHAR
                       " E DO SUPERVISOR DO POSTO ("
                       W-SUPERVISOR-POSTO ")"
               STOP RUN
           END-IF.

      *    NOME E SUPERVISOR DO POSTO EM W-POSTO-ANTERIOR. O
      *    MOVIMENTO SEM POSTO (E O DE POSTO QUE NAO ESTA NA TABELA)
      *    E ASSINADO POR QUEM EMITE O JORNAL.
       LOCALIZAR-POSTO.
           MOVE "N" TO W-ACHOU-POSTO
           MOVE W-OPERADOR TO W-SUPERVISOR-POSTO
           IF  W-POSTO-ANTERIOR = SPACES
               MOVE "SEM POSTO (LOTE OU ANTERIOR AOS POSTOS)"
                    TO W-NOME-POSTO
               EXIT PARAGRAPH
           END-IF
           MOVE "POSTO NAO CADASTRADO" TO W-NOME-POSTO
           PERFORM COMPARAR-POSTO
                   VARYING W-IDX-POS FROM 1 BY 1
                   UNTIL W-IDX-POS > W-QTD-POSTOS
                      OR W-ACHOU-POSTO = "S".

       COMPARAR-POSTO.
           IF  W-POS-CODIGO (W-IDX-POS) = W-POSTO-ANTERIOR
               MOVE "S" TO W-ACHOU-POSTO
               MOVE W-POS-NOME (W-IDX-POS) TO W-NOME-POSTO
               MOVE W-POS-SUPERVISOR (W-IDX-POS)
                    TO W-SUPERVISOR-POSTO
           END-IF.

      *    PROTOCOLOS DA DATA DE PROCESSAMENTO EM MEMORIA: O JORNAL
      *    IMPRIME O NUMERO QUE O CIDADAO RECEBEU NO BALCAO AO LADO
      *    DE CADA OPERACAO.

       GUARDAR-PROTOCOLO.
           IF  PRT-DATA-HORA (1:8) = WS-DATA-SIST-NUM (1:8)
            AND (W-POSTO-FECHAR = SPACES OR PRT-POSTO = W-POSTO-FECHAR)
            AND W-QTD-PROTOCOLOS < 500
               ADD 1 TO W-QTD-PROTOCOLOS
               MOVE PRT-NUMERO   TO W-PRT-NUMERO (W-QTD-PROTOCOLOS)
       LIBERAR-LANCAMENTO.
           MOVE AUD-DATA-HORA (1:8) TO W-AUD-DATA-NUM
           IF  W-AUD-DATA-NUM = WS-DATA-SIST-NUM
            AND (W-POSTO-FECHAR = SPACES OR AUD-POSTO = W-POSTO-FECHAR)
               MOVE AUD-POSTO     TO CLA-POSTO
               MOVE AUD-OPERADOR  TO CLA-OPERADOR
               MOVE AUD-DATA-HORA TO CLA-DATA-HORA
               MOVE AUD-OPERACAO  TO CLA-OPERACAO
       IMPRIMIR-JORNAL.
           MOVE "N" TO W-FIM-CLASSIFICA
           MOVE SPACES TO W-OPERADOR-ANTERIOR
           MOVE "N" TO W-EM-POSTO
           PERFORM RETORNAR-LANCAMENTO
           PERFORM IMPRIMIR-DETALHE UNTIL W-FIM-CLASSIFICA = "S"
           IF  W-EM-POSTO = "S"
               PERFORM FECHAR-POSTO
           END-IF.

       RETORNAR-LANCAMENTO.
           END-RETURN.

       IMPRIMIR-DETALHE.
           IF  W-EM-POSTO NOT = "S"
            OR CLA-POSTO NOT = W-POSTO-ANTERIOR
               IF  W-EM-POSTO = "S"
                   PERFORM FECHAR-POSTO
               END-IF
               MOVE CLA-POSTO TO W-POSTO-ANTERIOR
               PERFORM ABRIR-POSTO
           END-IF

           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           ADD 1 TO W-CONT-LANCAMENTOS
           PERFORM RETORNAR-LANCAMENTO.

      *    CADA POSTO COMECA EM PAGINA NOVA, COM OS SEUS TOTAIS.
       ABRIR-POSTO.
           PERFORM LOCALIZAR-POSTO
           MOVE "S" TO W-EM-POSTO
           MOVE SPACES TO W-OPERADOR-ANTERIOR
           INITIALIZE W-CONTROLE (1)
           MOVE ZEROS TO W-CONT-LINHA.

      *    FIM DO MOVIMENTO DE UM POSTO: TOTAIS DE CONTROLE DO POSTO
      *    E ASSINATURA DO SUPERVISOR DELE.
       FECHAR-POSTO.
           IF  W-OPERADOR-ANTERIOR NOT = SPACES
               PERFORM IMPRIMIR-TOTAL-OPERADOR
           END-IF
           MOVE 1 TO W-IND-TOT
           PERFORM IMPRIMIR-TOTAIS-CONTROLE
           PERFORM IMPRIMIR-ASSINATURA
           ADD 1 TO W-CONT-POSTOS
           MOVE "N" TO W-EM-POSTO.

      *    FECHAMENTO DE TODOS OS POSTOS: OS TOTAIS DO DIA INTEIRO
      *    SAEM EM PAGINA PROPRIA, ASSINADOS POR QUEM EMITIU.
       FECHAR-DIA.
           MOVE "N" TO W-EM-POSTO
           IF  W-CONT-LANCAMENTOS > ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE 2 TO W-IND-TOT
           PERFORM IMPRIMIR-TOTAIS-CONTROLE
           PERFORM IMPRIMIR-ASSINATURA.

      *    DIA SEM MOVIMENTO: O POSTO INFORMADO (OU O JORNAL GERAL)
      *    SAI ASSIM MESMO, PARA O FECHAMENTO FICAR ASSINADO.
       IMPRIMIR-SEM-MOVIMENTO.
           IF  W-POSTO-FECHAR NOT = SPACES
               MOVE W-POSTO-FECHAR TO W-POSTO-ANTERIOR
               PERFORM ABRIR-POSTO
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           MOVE SPACES TO W-LINHA-TEXTO
           MOVE "   (NENHUM MOVIMENTO NA DATA)" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO
                 AFTER ADVANCING 1 LINE
           IF  W-POSTO-FECHAR NOT = SPACES
               PERFORM FECHAR-POSTO
           END-IF.

       DECODIFICAR-OPERACAO.
           EVALUATE CLA-OPERACAO
               WHEN "I" MOVE "INCLUSAO"     TO W-DESCR-OPERACAO
      *    PARA O FECHAMENTO, E/S CONTAM COMO APROVACOES E O "D"
      *    CONTA COMO REMOCAO.
       CONTAR-POR-TIPO.
           PERFORM SOMAR-TIPO
                   VARYING W-IND-TOT FROM 1 BY 1 UNTIL W-IND-TOT > 2.

       SOMAR-TIPO.
           EVALUATE CLA-OPERACAO
               WHEN "I" ADD 1 TO W-CONT-INCLUSOES (W-IND-TOT)
               WHEN "A" ADD 1 TO W-CONT-ALTERACOES (W-IND-TOT)
               WHEN "D" ADD 1 TO W-CONT-REMOCOES (W-IND-TOT)
               WHEN "T" ADD 1 TO W-CONT-CORRECOES (W-IND-TOT)
               WHEN "E" ADD 1 TO W-CONT-APROVACOES (W-IND-TOT)
               WHEN "S" ADD 1 TO W-CONT-APROVACOES (W-IND-TOT)
               WHEN OTHER
                        ADD 1 TO W-CONT-OUTRAS (W-IND-TOT)
           END-EVALUATE.

       IMPRIMIR-TOTAL-OPERADOR.
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           IF  W-EM-POSTO = "S"
               MOVE W-POSTO-ANTERIOR   TO W-LP-CODIGO
               MOVE W-NOME-POSTO       TO W-LP-NOME
               MOVE W-SUPERVISOR-POSTO TO W-LP-SUPERVISOR
               WRITE REG-REL FROM W-LINHA-POSTO
                     AFTER ADVANCING 1 LINE
           END-IF.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

      *    W-IND-TOT = 1: TOTAIS DO POSTO; 2: TOTAIS DO DIA.
       IMPRIMIR-TOTAIS-CONTROLE.
           MOVE SPACES TO W-LINHA-TEXTO
           IF  W-IND-TOT = 1
               STRING "-- TOTAIS DE CONTROLE DO POSTO "
                      W-POSTO-ANTERIOR " POR TIPO DE OPERACAO --"
                   DELIMITED BY SIZE INTO W-LINHA-TEXTO
           ELSE
               MOVE "-- TOTAIS DE CONTROLE DO DIA POR TIPO DE OPERACAO
      -             " --" TO W-LINHA-TEXTO
           END-IF
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES

           MOVE "INCLUSOES                 : " TO WT-ROTULO
           MOVE W-CONT-INCLUSOES (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE
           MOVE "ALTERACOES                : " TO WT-ROTULO
           MOVE W-CONT-ALTERACOES (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE
           MOVE "REMOCOES                  : " TO WT-ROTULO
           MOVE W-CONT-REMOCOES (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE
           MOVE "CORRECOES DE CPF          : " TO WT-ROTULO
           MOVE W-CONT-CORRECOES (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE
           MOVE "APROVACOES EFETIVADAS     : " TO WT-ROTULO
           MOVE W-CONT-APROVACOES (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE
           MOVE "DEMAIS OPERACOES          : " TO WT-ROTULO
           MOVE W-CONT-OUTRAS (W-IND-TOT) TO WT-QTD
           WRITE REG-REL FROM W-LINHA-TOTAL AFTER ADVANCING 1 LINE.

      *    W-IND-TOT = 1: ASSINA O SUPERVISOR DO POSTO; 2: QUEM
      *    EMITIU O JORNAL.
       IMPRIMIR-ASSINATURA.
           MOVE SPACES TO W-LINHA-TEXTO
           IF  W-IND-TOT = 1
               STRING "-- FECHAMENTO DO POSTO " W-POSTO-ANTERIOR " --"
                   DELIMITED BY SIZE INTO W-LINHA-TEXTO
           ELSE
               MOVE "-- FECHAMENTO DO DIA --" TO W-LINHA-TEXTO
           END-IF
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-LINHA-TEXTO
           IF  W-IND-TOT = 1
               STRING "SUPERVISOR DO POSTO: " W-SUPERVISOR-POSTO
                      "   EMITIDO EM " WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO W-LINHA-TEXTO
           ELSE
               STRING "SUPERVISOR: " W-OPERADOR
                      "   EMITIDO EM " WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO W-LINHA-TEXTO
           END-IF
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-LINHA-TEXTO
           MOVE "ASSINATURA: ________________________________"

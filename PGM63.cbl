      *      - REMESSAS AO ORGAO FISCAL (ENVFISC.DAT) E RETORNOS DO
      *        ORGAO E DO CADASTRO FEDERAL (ARQ-FISCSIT);
      *      - SATELITES MANTIDOS: DEPENDENTES, ANOTACOES, SITUACAO
      *        FISCAL, DECLARACAO DE RENDA E NIS.
      *    A EMISSAO SAI EM GERACOES DATADAS PELO PGM38
      *    (EXTRLGPD.G01-G12) E E LOGADA NO CONSULTA.LOG (PGM16)
      *    COMO QUALQUER ACESSO AOS DADOS DO TITULAR. SE O EXTRATO
      *    RESPONDE UMA SOLICITACAO DE ACESSO OU PORTABILIDADE
      *    REGISTRADA NO PGM109, O PROTOCOLO DELA E INFORMADO NA
      *    ABERTURA, CONFERIDO ANTES DA EMISSAO E BAIXADO DEPOIS
      *    COM A GERACAO EMITIDA (PGM110).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELNS REPLACING STATUS-FIELD BY W-COD-ERRO-NIS.

           COPY CPYSELLS REPLACING STATUS-FIELD BY W-COD-ERRO-SEG.

           SELECT  ARQ-AUDITORIA ASSIGN TO W-NOME-AUDITORIA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-NIS
           LABEL RECORD STANDARD.
       COPY CPYNIS.

       FD  ARQ-SEGMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLOGSG.
       01  W-COD-ERRO-NTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-FIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-SEG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AUD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CON      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-CPF-EXTRATO       PIC X(11) VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-PROTOCOLO-LGPD    PIC 9(9)  VALUE ZEROS.
       01  W-VINCULO-LGPD      PIC X(20) VALUE SPACES.
       01  W-RETORNO-LGPD      PIC XX VALUE SPACES.
       01  W-SEM-ARQUIVO       PIC X VALUE "N".
       01  W-FIM-ARQUIVO       PIC X VALUE "N".
       01  W-FIM-SATELITE      PIC X VALUE "N".
           CALL "PGM16" USING W-CPF-EXTRATO W-OPERADOR
                              W-CONSULTA-MASCARADA
           DISPLAY "EXTRATO EMITIDO EM " W-NOME-RELATORIO.
           IF  W-PROTOCOLO-LGPD NOT = ZEROS
               PERFORM BAIXAR-SOLICITACAO-LGPD
           END-IF.
           STOP RUN.

       RECEBER-PARAMETROS.
           ACCEPT W-CPF-EXTRATO FROM CONSOLE
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.
           DISPLAY "PROTOCOLO DA SOLICITACAO LGPD (BRANCO = NENHUM): "
                   WITH NO ADVANCING
           ACCEPT W-PROTOCOLO-LGPD FROM CONSOLE.
           IF  W-PROTOCOLO-LGPD NOT = ZEROS
               PERFORM CONFERIR-SOLICITACAO-LGPD
           END-IF.

      *    O PROTOCOLO ERRADO E RECUSADO ANTES DE EMITIR: O EXTRATO
      *    SO PODE RESPONDER PEDIDO DE ACESSO OU PORTABILIDADE, AINDA
      *    ABERTO, DO MESMO CPF.
       CONFERIR-SOLICITACAO-LGPD.
           CALL "PGM110" USING "C" W-PROTOCOLO-LGPD W-CPF-EXTRATO
                "X" W-VINCULO-LGPD "T" W-OPERADOR W-RETORNO-LGPD
           IF  W-RETORNO-LGPD NOT = "00"
               PERFORM EXIBIR-RETORNO-LGPD
               STOP RUN
           END-IF.

       BAIXAR-SOLICITACAO-LGPD.
           MOVE W-NOME-RELATORIO (9:12) TO W-VINCULO-LGPD
           CALL "PGM110" USING "B" W-PROTOCOLO-LGPD W-CPF-EXTRATO
                "X" W-VINCULO-LGPD "T" W-OPERADOR W-RETORNO-LGPD
           IF  W-RETORNO-LGPD = "00"
               DISPLAY "SOLICITACAO LGPD " W-PROTOCOLO-LGPD
                       " ATENDIDA"
           ELSE
               PERFORM EXIBIR-RETORNO-LGPD
           END-IF.

       EXIBIR-RETORNO-LGPD.
           EVALUATE W-RETORNO-LGPD
               WHEN "23"
                   DISPLAY "PROTOCOLO " W-PROTOCOLO-LGPD
                           " NAO E SOLICITACAO LGPD"
               WHEN "CP"
                   DISPLAY "PROTOCOLO " W-PROTOCOLO-LGPD
                           " E DE OUTRO CPF"
               WHEN "FE"
                   DISPLAY "SOLICITACAO " W-PROTOCOLO-LGPD
                           " NAO ESTA ABERTA"
               WHEN "TP"
                   DISPLAY "SOLICITACAO " W-PROTOCOLO-LGPD
                           " NAO E DE ACESSO NEM PORTABILIDADE"
               WHEN OTHER
                   DISPLAY "ERRO NO REGISTRO LGPD: " W-RETORNO-LGPD
           END-EVALUATE.

      *    SEGMENTOS ANUAIS DOS DOIS LOGS (LOGSEGM.CTL, PGM58); SEM
      *    O CONTROLE, SO OS LOGS CORRENTES SAO LIDOS.
               END-IF
               CLOSE ARQ-RENDA
           END-IF
           IF  W-QTD-SECAO = ZEROS
               PERFORM IMPRIMIR-SECAO-VAZIA
           END-IF

           MOVE SPACES TO W-LINHA-TEXTO
           MOVE "-- NIS (PIS/PASEP/NIS) --" TO W-LINHA-TEXTO
           PERFORM IMPRIMIR-TITULO-SECAO
           MOVE ZEROS TO W-QTD-SECAO
           OPEN INPUT ARQ-NIS
           IF  W-COD-ERRO-NIS = "00"
               MOVE W-CPF-EXTRATO TO NIS-CPF
               READ ARQ-NIS
               IF  W-COD-ERRO-NIS = "00"
                   ADD 1 TO W-QTD-SECAO
                   MOVE "NIS"            TO WL-ROTULO
                   MOVE NIS-NUMERO       TO WL-VALOR
                   PERFORM IMPRIMIR-CAMPO
                   MOVE "REGISTRADO EM"  TO WL-ROTULO
                   MOVE SPACES           TO WL-VALOR
                   STRING NIS-DATA-INCLUSAO " POR " NIS-OPERADOR
                       DELIMITED BY SIZE INTO WL-VALOR
                   PERFORM IMPRIMIR-CAMPO
               END-IF
               CLOSE ARQ-NIS
           END-IF
           IF  W-QTD-SECAO = ZEROS
               PERFORM IMPRIMIR-SECAO-VAZIA
           END-IF.
                       MOVE "NASC.DEPEND"  TO W-DESCR-OPERACAO
                   WHEN AUD-OP-TRANSFERENCIA
                       MOVE "TRANSFEREN."  TO W-DESCR-OPERACAO
                   WHEN AUD-OP-CONTA-BANCARIA
                       MOVE "CONTA BANC."  TO W-DESCR-OPERACAO
                   WHEN AUD-OP-CARTAO
                       MOVE "CARTAO BENEF" TO W-DESCR-OPERACAO
                   WHEN AUD-OP-AJUSTE-INTEGR
                       MOVE "AJUSTE INTEG" TO W-DESCR-OPERACAO
                   WHEN OTHER
                       MOVE AUD-OPERACAO   TO W-DESCR-OPERACAO
               END-EVALUATE

      *    INSCRICAO (INS-SIT-PAGAMENTO "P"/"R" + DATA) E AS
      *    REJEICOES SAEM NO RELATORIO RELRETBA.LST PARA OS
      *    ATENDENTES TRATAREM ANTES DA PROXIMA COMPETENCIA.
      *    O RESULTADO TAMBEM BAIXA O LANCAMENTO DO LIVRO DE
      *    PAGAMENTOS (PAGHIST.DAT, CPYLANPG): O RETORNO NAO TRAZ A
      *    COMPETENCIA, ENTAO A BAIXA VAI PARA O LANCAMENTO MAIS
      *    ANTIGO DO CPF/PROGRAMA AINDA "ENVIADO" (OS RETORNOS
      *    CHEGAM NA ORDEM DAS REMESSAS), COMO "P" OU "R" + MOTIVO.
      *    PAGAMENTO REJEITADO QUE LEVAVA PARCELA DE RESSARCIMENTO
      *    DESCONTADA (LPG-VALOR-DESCONTO) TEM O DESCONTO ESTORNADO NO
      *    DEBITO (DEBITOS.DAT, CPYDEBIT): O DINHEIRO NAO CHEGOU A SER
      *    RETIDO, E A PROXIMA REMESSA DESCONTA A PARCELA DE NOVO.
      *    REJEICAO POR MOTIVO DE CONTA (MOTIVO DO BANCO CITANDO
      *    CONTA OU AGENCIA) MARCA A CONTA DO TITULAR COMO RECUSADA
      *    (CONTABAN.DAT, CPYCONTA - A PROXIMA REMESSA NAO A USA) E
      *    ENTRA NA LISTA DE TRABALHO CONTAREJ.WRK (CPYCTREJ, ABERTA
      *    EM EXTEND COMO A QUALIDAD.WRK NO PGM66), QUE O ATENDENTE
      *    TRABALHA NA TELA DO PGM86.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELLP REPLACING STATUS-FIELD BY W-COD-ERRO-LPG.

           COPY CPYSELDB REPLACING STATUS-FIELD BY W-COD-ERRO-DEB.

           COPY CPYSELCB REPLACING STATUS-FIELD BY W-COD-ERRO-CTA.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\CONTAREJ.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRB.

           SELECT ARQ-RETORNO ASSIGN TO "C:\TEMP\RETBANCO.RFB"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-RET.
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-LANCAMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLANPG.

       FD  ARQ-DEBITOS
           LABEL RECORD STANDARD.
       COPY CPYDEBIT.

       FD  ARQ-CONTAS
           LABEL RECORD STANDARD.
       COPY CPYCONTA.

       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       COPY CPYCTREJ.

       FD  ARQ-RETORNO
           LABEL RECORD STANDARD.
       01  REG-RETORNO.

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-LPG      PIC XX VALUE SPACES.
       01  W-SEM-LANCAMENTOS   PIC X  VALUE "N".
       01  W-FIM-LANCAMENTOS   PIC X  VALUE "N".
       01  W-LANCAMENTO-ACHADO PIC X  VALUE "N".
       01  W-COD-ERRO-DEB      PIC XX VALUE SPACES.
       01  W-SEM-DEBITOS       PIC X  VALUE "N".
       01  W-FIM-DEBITOS       PIC X  VALUE "N".
       01  W-DEBITO-ACHADO     PIC X  VALUE "N".
       01  W-CONT-ESTORNOS     PIC 9(6) VALUE ZEROS.
       01  W-COD-ERRO-CTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRB      PIC XX VALUE SPACES.
       01  W-SEM-CONTAS        PIC X  VALUE "N".
       01  W-QTD-TERMOS-CONTA  PIC 9(3) VALUE ZEROS.
       01  W-MOTIVO-PALAVRAS   PIC X(42) VALUE SPACES.
       01  W-CONT-CONTAS-RECUS PIC 9(6) VALUE ZEROS.
       01  W-COD-ERRO-RET      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-RETORNO       PIC X  VALUE "N".
       01  W-CONT-PAGOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-REJEITADOS   PIC 9(6) VALUE ZEROS.
       01  W-CONT-DIVERGENTES  PIC 9(6) VALUE ZEROS.
       01  W-CONT-BAIXADOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
               STOP RUN
           END-IF.

      *    SEM O LIVRO (NENHUMA REMESSA GERADA DEPOIS DA IMPLANTACAO)
      *    A CARGA SEGUE SO CARIMBANDO AS INSCRICOES, COMO ANTES.
           OPEN I-O ARQ-LANCAMENTOS.
           IF  W-COD-ERRO-LPG NOT = "00"
               MOVE "S" TO W-SEM-LANCAMENTOS
           END-IF.

      *    SEM DEBITOS (NENHUMA APURACAO DE INDEVIDOS AINDA) NAO HA
      *    DESCONTO A ESTORNAR.
           OPEN I-O ARQ-DEBITOS.
           IF  W-COD-ERRO-DEB NOT = "00"
               MOVE "S" TO W-SEM-DEBITOS
           END-IF.

      *    SEM O CADASTRO DE CONTAS A RECUSA POR CONTA SO VAI PARA A
      *    LISTA DE TRABALHO.
           OPEN I-O ARQ-CONTAS.
           IF  W-COD-ERRO-CTA NOT = "00"
               MOVE "S" TO W-SEM-CONTAS
           END-IF.

           OPEN EXTEND ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               OPEN OUTPUT ARQ-TRABALHO
           END-IF.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAREJ.WRK: " W-COD-ERRO-TRB
               CLOSE ARQ-INSCRICOES ARQ-RETORNO
               PERFORM FECHAR-OPCIONAIS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-REJEICOES.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELRETBA.LST: " W-COD-ERRO-REL
               CLOSE ARQ-INSCRICOES ARQ-RETORNO ARQ-TRABALHO
               PERFORM FECHAR-OPCIONAIS
               STOP RUN
           END-IF.

       FECHAR-OPCIONAIS.
           IF  W-SEM-LANCAMENTOS NOT = "S"
               CLOSE ARQ-LANCAMENTOS
           END-IF.
           IF  W-SEM-DEBITOS NOT = "S"
               CLOSE ARQ-DEBITOS
           END-IF.
           IF  W-SEM-CONTAS NOT = "S"
               CLOSE ARQ-CONTAS
           END-IF.

       LER-RETORNO.
           READ ARQ-RETORNO
               AT END
               ADD 1 TO W-CONT-REJEITADOS
               MOVE RTB-MOTIVO TO WD-OCORRENCIA
               PERFORM IMPRIMIR-DIVERGENCIA
      *        SO A PALAVRA INTEIRA CONTA: "DESCONTADO" OU
      *        "CONTABIL" NO MOTIVO NAO SAO RECUSA DE CONTA.
               MOVE SPACES TO W-MOTIVO-PALAVRAS
               MOVE RTB-MOTIVO TO W-MOTIVO-PALAVRAS (2:40)
               INSPECT W-MOTIVO-PALAVRAS CONVERTING ".,;:-/()"
                                                 TO "        "
               MOVE ZEROS TO W-QTD-TERMOS-CONTA
               INSPECT W-MOTIVO-PALAVRAS TALLYING W-QTD-TERMOS-CONTA
                       FOR ALL " CONTA " ALL " AGENCIA "
               IF  W-QTD-TERMOS-CONTA > ZEROS
                   PERFORM REGISTRAR-CONTA-RECUSADA
               END-IF
           END-IF
           IF  W-SEM-LANCAMENTOS NOT = "S"
               PERFORM BAIXAR-LANCAMENTO
           END-IF
           END-IF.

       BAIXAR-LANCAMENTO.
           PERFORM LOCALIZAR-LANCAMENTO
           IF  W-LANCAMENTO-ACHADO NOT = "S"
               MOVE "SEM LANCAMENTO AGUARDANDO RETORNO NO LIVRO"
                    TO WD-OCORRENCIA
               PERFORM IMPRIMIR-DIVERGENCIA
           ELSE
               MOVE RTB-CODIGO       TO LPG-SITUACAO
               MOVE WS-DATA-SIST-NUM TO LPG-DATA-RETORNO
               IF  RTB-PAGO
                   MOVE SPACES     TO LPG-MOTIVO
               ELSE
                   MOVE RTB-MOTIVO TO LPG-MOTIVO
               END-IF
               REWRITE REG-LANCAMENTOS
               IF  W-COD-ERRO-LPG NOT = "00"
                   DISPLAY "ERRO AO BAIXAR LANCAMENTO - CPF " RTB-CPF
                           " STATUS " W-COD-ERRO-LPG
               ELSE
                   ADD 1 TO W-CONT-BAIXADOS
                   IF  RTB-REJEITADO AND W-SEM-DEBITOS NOT = "S"
                    AND LPG-VALOR-DESCONTO IS NUMERIC
                    AND LPG-VALOR-DESCONTO > ZEROS
                       PERFORM ESTORNAR-DESCONTO
                   END-IF
               END-IF
           END-IF.

      *    A CONTA FICA "R" ATE O ATENDENTE CORRIGI-LA NO PGM86; A
      *    PENDENCIA VAI PARA A LISTA MESMO SEM CONTA CADASTRADA.
       REGISTRAR-CONTA-RECUSADA.
           IF  W-SEM-CONTAS NOT = "S"
               MOVE RTB-CPF TO CTA-CPF
               READ ARQ-CONTAS
               IF  W-COD-ERRO-CTA = "00"
                   MOVE "R"              TO CTA-SITUACAO
                   MOVE WS-DATA-SIST-NUM TO CTA-DATA-ALTERACAO
                   MOVE "PGM53"          TO CTA-OPERADOR
                   REWRITE REG-CONTAS
                   IF  W-COD-ERRO-CTA NOT = "00"
                       DISPLAY "ERRO AO MARCAR CONTA - CPF " RTB-CPF
                               " STATUS " W-COD-ERRO-CTA
                   END-IF
               END-IF
           END-IF
           INITIALIZE REG-CONTA-REJEITADA
           MOVE RTB-CPF          TO REJ-CPF
           MOVE RTB-PROGRAMA     TO REJ-PROGRAMA
           MOVE RTB-MOTIVO       TO REJ-MOTIVO
           MOVE WS-DATA-SIST-NUM TO REJ-DATA
           MOVE "N"              TO REJ-RESOLVIDO
           WRITE REG-CONTA-REJEITADA
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTAREJ.WRK - CPF " RTB-CPF
                       " STATUS " W-COD-ERRO-TRB
           ELSE
               ADD 1 TO W-CONT-CONTAS-RECUS
           END-IF.

      *    O DEBITO AMORTIZADO NESTE PAGAMENTO E O DO CPF QUE TEM A
      *    COMPETENCIA DO LANCAMENTO COMO ULTIMO DESCONTO.
       ESTORNAR-DESCONTO.
           MOVE "N" TO W-DEBITO-ACHADO W-FIM-DEBITOS
           MOVE RTB-CPF    TO DEB-CPF
           MOVE LOW-VALUES TO DEB-PROGRAMA
           MOVE ZEROS      TO DEB-COMPETENCIA
           START ARQ-DEBITOS KEY NOT < DEB-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEBITOS
           END-START
           PERFORM LER-DEBITO
           PERFORM EXAMINAR-DEBITO
                   UNTIL W-FIM-DEBITOS = "S"
                      OR W-DEBITO-ACHADO = "S"
           IF  W-DEBITO-ACHADO NOT = "S"
               MOVE "DESCONTO DE DEBITO SEM DEBITO CORRESPONDENTE"
                    TO WD-OCORRENCIA
               PERFORM IMPRIMIR-DIVERGENCIA
           ELSE
               SUBTRACT LPG-VALOR-DESCONTO FROM DEB-VALOR-RECUPERADO
               SUBTRACT 1 FROM DEB-PARCELAS-PAGAS
               MOVE ZEROS TO DEB-COMPET-ULT-DESCONTO
               IF  DEB-QUITADO
                   MOVE "R"              TO DEB-SITUACAO
                   MOVE WS-DATA-SIST-NUM TO DEB-DATA-SITUACAO
               END-IF
               REWRITE REG-DEBITOS
               IF  W-COD-ERRO-DEB NOT = "00"
                   DISPLAY "ERRO AO ESTORNAR DEBITO - CPF " RTB-CPF
                           " STATUS " W-COD-ERRO-DEB
               ELSE
                   ADD 1 TO W-CONT-ESTORNOS
               END-IF
           END-IF.

       LER-DEBITO.
           IF  W-FIM-DEBITOS NOT = "S"
               READ ARQ-DEBITOS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEBITOS
               END-READ
               IF  W-FIM-DEBITOS NOT = "S"
                AND DEB-CPF NOT = RTB-CPF
                   MOVE "S" TO W-FIM-DEBITOS
               END-IF
           END-IF.

       EXAMINAR-DEBITO.
           IF  DEB-COMPET-ULT-DESCONTO = LPG-COMPETENCIA
               MOVE "S" TO W-DEBITO-ACHADO
           ELSE
               PERFORM LER-DEBITO
           END-IF.

      *    PERCORRE AS COMPETENCIAS DO CPF/PROGRAMA EM ORDEM E PARA
      *    NO PRIMEIRO LANCAMENTO AINDA "ENVIADO".
       LOCALIZAR-LANCAMENTO.
           MOVE "N" TO W-LANCAMENTO-ACHADO W-FIM-LANCAMENTOS
           MOVE RTB-CPF      TO LPG-CPF
           MOVE RTB-PROGRAMA TO LPG-PROGRAMA
           MOVE ZEROS        TO LPG-COMPETENCIA
           START ARQ-LANCAMENTOS KEY NOT < LPG-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-LANCAMENTOS
           END-START
           PERFORM LER-LANCAMENTO
           PERFORM EXAMINAR-LANCAMENTO
                   UNTIL W-FIM-LANCAMENTOS = "S"
                      OR W-LANCAMENTO-ACHADO = "S".

       LER-LANCAMENTO.
           IF  W-FIM-LANCAMENTOS NOT = "S"
               READ ARQ-LANCAMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-LANCAMENTOS
               END-READ
               IF  W-FIM-LANCAMENTOS NOT = "S"
                AND (LPG-CPF NOT = RTB-CPF
                  OR LPG-PROGRAMA NOT = RTB-PROGRAMA)
                   MOVE "S" TO W-FIM-LANCAMENTOS
               END-IF
           END-IF.

       EXAMINAR-LANCAMENTO.
           IF  LPG-ENVIADO
               MOVE "S" TO W-LANCAMENTO-ACHADO
           ELSE
               PERFORM LER-LANCAMENTO
           END-IF.

       IMPRIMIR-DIVERGENCIA.
           ADD 1 TO W-CONT-DIVERGENTES
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
           DISPLAY "RETORNOS LIDOS        : " W-CONT-LIDOS.
           DISPLAY "PAGOS                 : " W-CONT-PAGOS.
           DISPLAY "REJEITADOS            : " W-CONT-REJEITADOS.
           DISPLAY "LANCAMENTOS BAIXADOS  : " W-CONT-BAIXADOS.
           DISPLAY "DESCONTOS ESTORNADOS  : " W-CONT-ESTORNOS.
           DISPLAY "CONTAS RECUSADAS      : " W-CONT-CONTAS-RECUS.
           DISPLAY "OCORRENCIAS NO RELATORIO: " W-CONT-DIVERGENTES.

       FINALIZACAO.
           CLOSE ARQ-INSCRICOES.
           CLOSE ARQ-RETORNO.
           CLOSE REL-REJEICOES.
           CLOSE ARQ-TRABALHO.
           PERFORM FECHAR-OPCIONAIS.

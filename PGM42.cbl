      *    PRIVILEGIO), DEPENDENTES (PGM24), ANOTACOES DE ATENDIMENTO
      *    (PGM04) DA MAIS RECENTE PARA A MAIS ANTIGA, O HISTORICO DE
      *    ALTERACOES DA TRILHA DE AUDITORIA E OS ARQUIVAMENTOS NO
      *    ARQUIVO MORTO (PESSOAS.HST), ALEM DO NIS (NIS.DAT, PGM50)
      *    E DOS CARTOES ATIVOS POR PROGRAMA (CARTOES.DAT, PGM94),
      *    E O CRAS E A UBS DO TERRITORIO (UNIDPESS.DAT, PGM100),
      *    E AS VISITAS DOMICILIARES EM ABERTO (VISITAS.DAT, PGM105),
      *    E OS AVISOS LEGAIS JA ENVIADOS AO CIDADAO (AVISOS.DAT,
      *    PGM113), COM O CANAL E A DATA-LIMITE INFORMADA.
      *    CABECALHO COM O OPERADOR
      *    SOLICITANTE E A DATA/HORA DA EMISSAO; SAI EM GERACOES
      *    DATADAS (FICHACAD.G01-G12, PGM38) E A CONSULTA E LOGADA NO
      *    LOG LGPD (PGM16) COMO QUALQUER EXIBICAO DE DADOS PESSOAIS.

           COPY CPYSELRD REPLACING STATUS-FIELD BY CODERRO-RND.

           COPY CPYSELNS REPLACING STATUS-FIELD BY CODERRO-NIS.

           COPY CPYSELCR REPLACING STATUS-FIELD BY CODERRO-CRT.

           COPY CPYSELUP REPLACING STATUS-FIELD BY CODERRO-UNP.

           COPY CPYSELTE REPLACING STATUS-FIELD BY CODERRO-TER.

           COPY CPYSELVI REPLACING STATUS-FIELD BY CODERRO-VIS.

           COPY CPYSELAV REPLACING STATUS-FIELD BY CODERRO-AVI.

      *    O NOME DO ARQUIVO E VARIAVEL: A TRILHA VIVE EM SEGMENTOS
      *    ANUAIS (LOGSEGM.CTL, VIRADA DO PGM58) MAIS O LOG CORRENTE.
           SELECT  ARQ-AUDITORIA ASSIGN TO W-NOME-AUDITORIA
           LABEL  RECORD  STANDARD.
       COPY CPYRENDA.

       FD  ARQ-NIS
           LABEL  RECORD  STANDARD.
       COPY CPYNIS.

       FD  ARQ-CARTOES
           LABEL  RECORD  STANDARD.
       COPY CPYCARTA.

       FD  ARQ-UNIDADE-PESSOA
           LABEL  RECORD  STANDARD.
       COPY CPYUNIDP.

       FD  ARQ-TERRITORIOS
           LABEL  RECORD  STANDARD.
       COPY CPYTERRI.

       FD  ARQ-VISITAS
           LABEL  RECORD  STANDARD.
       COPY CPYVISIT.

       FD  ARQ-AVISOS
           LABEL  RECORD  STANDARD.
       COPY CPYAVISO.

       FD  REL-FICHA
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).
       77  CODERRO-NTA  PIC X(2) VALUE SPACES.
       77  CODERRO-HST  PIC X(2) VALUE SPACES.
       77  CODERRO-RND  PIC X(2) VALUE SPACES.
       77  CODERRO-NIS  PIC X(2) VALUE SPACES.
       77  CODERRO-CRT  PIC X(2) VALUE SPACES.
       77  CODERRO-UNP  PIC X(2) VALUE SPACES.
       77  CODERRO-TER  PIC X(2) VALUE SPACES.
       77  CODERRO-VIS  PIC X(2) VALUE SPACES.
       77  CODERRO-AVI  PIC X(2) VALUE SPACES.
       77  CODERRO-AUD  PIC X(2) VALUE SPACES.
       77  CODERRO-SEG  PIC X(2) VALUE SPACES.
       01  W-NOME-AUDITORIA    PIC X(30)
       01  W-SEM-NOTAS         PIC X VALUE "N".
       01  W-SEM-HISTORICO     PIC X VALUE "N".
       01  W-SEM-RENDA         PIC X VALUE "N".
       01  W-SEM-NIS           PIC X VALUE "N".
       01  W-SEM-CARTOES       PIC X VALUE "N".
       01  W-SEM-UNIDADES      PIC X VALUE "N".
       01  W-SEM-TERRITORIOS   PIC X VALUE "N".
       01  W-SEM-VISITAS       PIC X VALUE "N".
       01  W-SEM-AVISOS        PIC X VALUE "N".
       01  W-FIM-AVISOS        PIC X VALUE "N".
       01  W-FIM-VISITAS       PIC X VALUE "N".
       01  W-QTD-VISITAS       PIC 9(2) VALUE ZEROS.
       01  W-DATA-VISITA-EXIB  PIC X(10) VALUE SPACES.
       01  W-TIPO-UNIDADE      PIC X(4) VALUE SPACES.
       01  W-CODIGO-UNIDADE    PIC X(6) VALUE SPACES.
       01  W-SIT-UNIDADE       PIC X VALUE SPACE.
       01  W-FIM-CARTOES       PIC X VALUE "N".
       01  W-QTD-CARTOES       PIC 9(2) VALUE ZEROS.
       01  W-NUMERO-CARTAO     PIC 9999B9999B9999B9999.
       01  W-SITUACAO-CARTAO   PIC X(10) VALUE SPACES.
       01  W-RENDA-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-ANO-DECL          PIC 9(4) VALUE ZEROS.
       01  W-MES-DECL          PIC 9(2) VALUE ZEROS.
               VALUE "OPERADOR : ".
           05  WU-OPERADOR         PIC X(8).

       01  W-LINHA-AVISO.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WA-DATA             PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WA-EVENTO           PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WA-CANAL            PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WA-PRAZO            PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WA-DETALHE          PIC X(40).

       COPY CPYAVMOD.

       01  W-LINHA-ARQMORTO.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WM-DATA             PIC X(8).
           IF  CODERRO-RND NOT = "00"
               MOVE "S" TO W-SEM-RENDA
           END-IF.
           OPEN INPUT ARQ-NIS.
           IF  CODERRO-NIS NOT = "00"
               MOVE "S" TO W-SEM-NIS
           END-IF.
           OPEN INPUT ARQ-CARTOES.
           IF  CODERRO-CRT NOT = "00"
               MOVE "S" TO W-SEM-CARTOES
           END-IF.
           OPEN INPUT ARQ-UNIDADE-PESSOA.
           IF  CODERRO-UNP NOT = "00"
               MOVE "S" TO W-SEM-UNIDADES
           END-IF.
           OPEN INPUT ARQ-TERRITORIOS.
           IF  CODERRO-TER NOT = "00"
               MOVE "S" TO W-SEM-TERRITORIOS
           END-IF.
           OPEN INPUT ARQ-VISITAS.
           IF  CODERRO-VIS NOT = "00"
               MOVE "S" TO W-SEM-VISITAS
           END-IF.
           OPEN INPUT ARQ-AVISOS.
           IF  CODERRO-AVI NOT = "00"
               MOVE "S" TO W-SEM-AVISOS
           END-IF.
           PERFORM CARREGAR-SEGMENTOS.

      *    CARREGA OS SEGMENTOS ANUAIS DE AUDITORIA REGISTRADOS NO
               PERFORM IMPRIMIR-CABECALHO
               PERFORM IMPRIMIR-DADOS-PESSOA
               PERFORM IMPRIMIR-BLOQUEIO
               PERFORM IMPRIMIR-NIS
               PERFORM IMPRIMIR-CARTOES
               PERFORM IMPRIMIR-TERRITORIO
               PERFORM IMPRIMIR-VISITAS
               PERFORM IMPRIMIR-CONSENTIMENTO
               PERFORM IMPRIMIR-AVISOS
               PERFORM IMPRIMIR-RENDA
               PERFORM IMPRIMIR-DEPENDENTES
               PERFORM IMPRIMIR-ANOTACOES
                     AFTER ADVANCING 1 LINE
           END-IF.

      *    NIS DO TITULAR (NIS.DAT, REGISTRADO NO BALCAO PELO PGM50).
       IMPRIMIR-NIS.
           MOVE "NIS"    TO WL-ROTULO
           MOVE "NAO REGISTRADO" TO WL-VALOR
           IF  W-SEM-NIS NOT = "S"
               MOVE W-CPF-FICHA TO NIS-CPF
               READ ARQ-NIS
               IF  CODERRO-NIS = "00"
                   MOVE NIS-NUMERO TO WL-VALOR
               END-IF
           END-IF
           WRITE REG-REL FROM W-LINHA-CAMPO AFTER ADVANCING 1 LINE.

      *    CARTOES ATIVOS (EMITIDOS OU ENTREGUES) DO TITULAR, UMA
      *    LINHA POR PROGRAMA (CARTOES.DAT, PGM93/PGM94).
       IMPRIMIR-CARTOES.
           MOVE ZEROS TO W-QTD-CARTOES
           IF  W-SEM-CARTOES NOT = "S"
               MOVE "N"         TO W-FIM-CARTOES
               MOVE W-CPF-FICHA TO CRT-CPF
               MOVE LOW-VALUES  TO CRT-PROGRAMA
               MOVE ZEROS       TO CRT-SEQUENCIA
               START ARQ-CARTOES KEY NOT < CRT-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-CARTOES
               END-START
               PERFORM LER-CARTAO
               PERFORM IMPRIMIR-CARTAO UNTIL W-FIM-CARTOES = "S"
           END-IF
           IF  W-QTD-CARTOES = ZEROS
               MOVE "CARTAO"         TO WL-ROTULO
               MOVE "NENHUM ATIVO"   TO WL-VALOR
               WRITE REG-REL FROM W-LINHA-CAMPO
                     AFTER ADVANCING 1 LINE
           END-IF.

       LER-CARTAO.
           IF  W-FIM-CARTOES NOT = "S"
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-CARTOES
               END-READ
               IF  W-FIM-CARTOES NOT = "S"
                AND CRT-CPF NOT = W-CPF-FICHA
                   MOVE "S" TO W-FIM-CARTOES
               END-IF
           END-IF.

       IMPRIMIR-CARTAO.
           IF  CRT-ATIVO
               ADD 1 TO W-QTD-CARTOES
               MOVE SPACES TO WL-ROTULO WL-VALOR
               STRING "CARTAO " CRT-PROGRAMA
                   DELIMITED BY SIZE INTO WL-ROTULO
               MOVE CRT-NUMERO TO W-NUMERO-CARTAO
               IF  CRT-ENTREGUE
                   MOVE "ENTREGUE" TO W-SITUACAO-CARTAO
               ELSE
                   MOVE "EMITIDO"  TO W-SITUACAO-CARTAO
               END-IF
               STRING W-NUMERO-CARTAO " - " W-SITUACAO-CARTAO
                   DELIMITED BY SIZE INTO WL-VALOR
               WRITE REG-REL FROM W-LINHA-CAMPO
                     AFTER ADVANCING 1 LINE
           END-IF
           PERFORM LER-CARTAO.

      *    UNIDADES DE ATENDIMENTO DO TERRITORIO (UNIDPESS.DAT, DA
      *    ULTIMA ATRIBUICAO DO PGM100), COM O NOME DA TABELA DE
      *    TERRITORIOS. PESSOA CADASTRADA DEPOIS DA ATRIBUICAO SAI
      *    COMO NAO ATRIBUIDA ATE A PROXIMA EXECUCAO.
       IMPRIMIR-TERRITORIO.
           MOVE SPACES TO UNP-CRAS UNP-UBS
           MOVE SPACE  TO UNP-SIT-CRAS UNP-SIT-UBS
           IF  W-SEM-UNIDADES NOT = "S"
               MOVE W-CPF-FICHA TO UNP-CPF
               READ ARQ-UNIDADE-PESSOA
               IF  CODERRO-UNP NOT = "00"
                   MOVE SPACES TO UNP-CRAS UNP-UBS
                   MOVE SPACE  TO UNP-SIT-CRAS UNP-SIT-UBS
               END-IF
           END-IF
           MOVE "CRAS"       TO W-TIPO-UNIDADE
           MOVE UNP-CRAS     TO W-CODIGO-UNIDADE
           MOVE UNP-SIT-CRAS TO W-SIT-UNIDADE
           PERFORM IMPRIMIR-UNIDADE
           MOVE "UBS"        TO W-TIPO-UNIDADE
           MOVE UNP-UBS      TO W-CODIGO-UNIDADE
           MOVE UNP-SIT-UBS  TO W-SIT-UNIDADE
           PERFORM IMPRIMIR-UNIDADE.

       IMPRIMIR-UNIDADE.
           MOVE W-TIPO-UNIDADE TO WL-ROTULO
           MOVE SPACES TO WL-VALOR
           IF  W-SIT-UNIDADE = "N"
               MOVE "FORA DE TERRITORIO CADASTRADO" TO WL-VALOR
           ELSE
           IF  W-CODIGO-UNIDADE = SPACES
               MOVE "NAO ATRIBUIDA" TO WL-VALOR
           ELSE
               IF  W-SIT-UNIDADE = "S"
                   STRING W-TIPO-UNIDADE DELIMITED BY SPACE
                          " (SOBREP.)" DELIMITED BY SIZE
                          INTO WL-ROTULO
                   END-STRING
               END-IF
               MOVE SPACES TO TER-NOME
               IF  W-SEM-TERRITORIOS NOT = "S"
                   MOVE W-CODIGO-UNIDADE TO TER-CODIGO
                   READ ARQ-TERRITORIOS
                   IF  CODERRO-TER NOT = "00"
                       MOVE SPACES TO TER-NOME
                   END-IF
               END-IF
               STRING W-CODIGO-UNIDADE " - " TER-NOME
                   DELIMITED BY SIZE INTO WL-VALOR
           END-IF
           END-IF
           WRITE REG-REL FROM W-LINHA-CAMPO AFTER ADVANCING 1 LINE.

      *    VISITAS DOMICILIARES AINDA EM ABERTO (VISITAS.DAT, PGM105
      *    A PGM107): SOLICITADAS OU JA ATRIBUIDAS A UM TECNICO, COM A
      *    ORIGEM DO PEDIDO E O MOTIVO. AS REALIZADAS FICAM NAS
      *    ANOTACOES.
       IMPRIMIR-VISITAS.
           MOVE ZEROS TO W-QTD-VISITAS
           IF  W-SEM-VISITAS NOT = "S"
               MOVE "N"         TO W-FIM-VISITAS
               MOVE W-CPF-FICHA TO VIS-CPF
               MOVE ZEROS       TO VIS-DATA-SOLICITACAO
               START ARQ-VISITAS KEY NOT < VIS-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-VISITAS
               END-START
               PERFORM LER-VISITA
               PERFORM IMPRIMIR-VISITA UNTIL W-FIM-VISITAS = "S"
           END-IF
           IF  W-QTD-VISITAS = ZEROS
               MOVE "VISITA DOMIC."  TO WL-ROTULO
               MOVE "NENHUMA EM ABERTO" TO WL-VALOR
               WRITE REG-REL FROM W-LINHA-CAMPO
                     AFTER ADVANCING 1 LINE
           END-IF.

       LER-VISITA.
           IF  W-FIM-VISITAS NOT = "S"
               READ ARQ-VISITAS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-VISITAS
               END-READ
               IF  W-FIM-VISITAS NOT = "S"
                AND VIS-CPF NOT = W-CPF-FICHA
                   MOVE "S" TO W-FIM-VISITAS
               END-IF
           END-IF.

       IMPRIMIR-VISITA.
           IF  VIS-EM-ABERTO
               ADD 1 TO W-QTD-VISITAS
               MOVE "VISITA DOMIC." TO WL-ROTULO
               MOVE SPACES          TO WL-VALOR
               MOVE VIS-DATA-SOLICITACAO (7:2)
                                    TO W-DATA-VISITA-EXIB (1:2)
               MOVE "/"             TO W-DATA-VISITA-EXIB (3:1)
               MOVE VIS-DATA-SOLICITACAO (5:2)
                                    TO W-DATA-VISITA-EXIB (4:2)
               MOVE "/"             TO W-DATA-VISITA-EXIB (6:1)
               MOVE VIS-DATA-SOLICITACAO (1:4)
                                    TO W-DATA-VISITA-EXIB (7:4)
               IF  VIS-ATRIBUIDA
                   STRING W-DATA-VISITA-EXIB " ORIGEM " VIS-ORIGEM
                          " - TECNICO " VIS-TECNICO
                       DELIMITED BY SIZE INTO WL-VALOR
               ELSE
                   STRING W-DATA-VISITA-EXIB " ORIGEM " VIS-ORIGEM
                          " - AGUARDA ATRIBUICAO"
                       DELIMITED BY SIZE INTO WL-VALOR
               END-IF
               WRITE REG-REL FROM W-LINHA-CAMPO
                     AFTER ADVANCING 1 LINE
               MOVE "  MOTIVO"      TO WL-ROTULO
               MOVE VIS-MOTIVO      TO WL-VALOR
               WRITE REG-REL FROM W-LINHA-CAMPO
                     AFTER ADVANCING 1 LINE
           END-IF
           PERFORM LER-VISITA.

      *    CONSENTIMENTO DE CONTATO (CONSENT.DAT, PGM64) POR CANAL.
       IMPRIMIR-CONSENTIMENTO.
           MOVE W-CPF-FICHA TO CPF
                   MOVE "NUNCA PERGUNTADO" TO WL-VALOR
           END-EVALUATE.

      *    AVISOS AO CIDADAO JA EMITIDOS PELO BATCH NOTURNO (PGM113),
      *    NA ORDEM DA CHAVE (EVENTO E REFERENCIA): E O QUE A PESSOA
      *    FOI INFORMADA, POR QUAL CANAL E ATE QUANDO.
       IMPRIMIR-AVISOS.
           MOVE SPACES TO W-LINHA-TEXTO
           MOVE "-- AVISOS ENVIADOS --" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES

           MOVE ZEROS TO W-QTD-SECAO
           IF  W-SEM-AVISOS NOT = "S"
               MOVE "N"         TO W-FIM-AVISOS
               MOVE W-CPF-FICHA TO AVI-CPF
               MOVE LOW-VALUES  TO AVI-EVENTO AVI-REFERENCIA
               START ARQ-AVISOS KEY NOT < AVI-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-AVISOS
               END-START
               PERFORM LER-AVISO
               PERFORM IMPRIMIR-UM-AVISO UNTIL W-FIM-AVISOS = "S"
           END-IF
           IF  W-QTD-SECAO = ZEROS
               PERFORM IMPRIMIR-SECAO-VAZIA
           END-IF.

       LER-AVISO.
           IF  W-FIM-AVISOS NOT = "S"
               READ ARQ-AVISOS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-AVISOS
               END-READ
               IF  W-FIM-AVISOS NOT = "S"
                AND AVI-CPF NOT = W-CPF-FICHA
                   MOVE "S" TO W-FIM-AVISOS
               END-IF
           END-IF.

       IMPRIMIR-UM-AVISO.
           MOVE AVI-DATA-EMISSAO (7:2) TO WA-DATA (1:2)
           MOVE "/"                    TO WA-DATA (3:1)
           MOVE AVI-DATA-EMISSAO (5:2) TO WA-DATA (4:2)
           MOVE "/"                    TO WA-DATA (6:1)
           MOVE AVI-DATA-EMISSAO (1:4) TO WA-DATA (7:4)
           MOVE AVI-EVENTO             TO WA-EVENTO
           SET W-IDX-MOD TO 1
           SEARCH W-MOD-ITEM
               WHEN W-MOD-EVENTO (W-IDX-MOD) = AVI-EVENTO
                   MOVE W-MOD-DESCRICAO (W-IDX-MOD) TO WA-EVENTO
           END-SEARCH
           EVALUATE TRUE
               WHEN AVI-CANAL-EMAIL    MOVE "EMAIL"    TO WA-CANAL
               WHEN AVI-CANAL-TELEFONE MOVE "TELEFONE" TO WA-CANAL
               WHEN OTHER              MOVE "CARTA"    TO WA-CANAL
           END-EVALUATE
           MOVE SPACES TO WA-PRAZO
           IF  AVI-PRAZO > ZEROS
               MOVE "PRAZO "           TO WA-PRAZO (1:6)
               MOVE AVI-PRAZO (7:2)    TO WA-PRAZO (7:2)
               MOVE "/"                TO WA-PRAZO (9:1)
               MOVE AVI-PRAZO (5:2)    TO WA-PRAZO (10:2)
               MOVE "/"                TO WA-PRAZO (12:1)
               MOVE AVI-PRAZO (1:4)    TO WA-PRAZO (13:4)
           END-IF
           MOVE AVI-DETALHE            TO WA-DETALHE
           WRITE REG-REL FROM W-LINHA-AVISO AFTER ADVANCING 1 LINE
           ADD 1 TO W-QTD-SECAO
           PERFORM LER-AVISO.

      *    DECLARACAO DE RENDA FAMILIAR (ARQ-RENDA, PGM49), COM A
      *    MESMA CRITICA DE VALIDADE EM MESES DO PGM04 (PARAMETRO DO
      *    PGM34).
               WHEN AUD-OP-TRANSFERENCIA
                                        MOVE "TRANSFERENCIA" TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-CONTA-BANCARIA
                                        MOVE "CONTA BANC."  TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-CARTAO
                                        MOVE "CARTAO BENEF" TO
                                             W-DESCR-OPERACAO
               WHEN AUD-OP-AJUSTE-INTEGR
                                        MOVE "AJUSTE INTEG" TO
                                             W-DESCR-OPERACAO
               WHEN OTHER               MOVE AUD-OPERACAO   TO
                                             W-DESCR-OPERACAO
           END-EVALUATE
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA
           END-IF.
           IF  W-SEM-NIS NOT = "S"
               CLOSE ARQ-NIS
           END-IF.
           IF  W-SEM-CARTOES NOT = "S"
               CLOSE ARQ-CARTOES
           END-IF.
           IF  W-SEM-UNIDADES NOT = "S"
               CLOSE ARQ-UNIDADE-PESSOA
           END-IF.
           IF  W-SEM-TERRITORIOS NOT = "S"
               CLOSE ARQ-TERRITORIOS
           END-IF.
           IF  W-SEM-VISITAS NOT = "S"
               CLOSE ARQ-VISITAS
           END-IF.
           IF  W-SEM-AVISOS NOT = "S"
               CLOSE ARQ-AVISOS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


      *    CONSULTA DE PROTOCOLO DE ATENDIMENTO. O CIDADAO INFORMA O
      *    NUMERO QUE RECEBEU NO BALCAO (ALOCADO PELO PGM54) E A
      *    TELA MOSTRA O QUE ACONTECEU COM A TRANSACAO: CPF,
      *    OPERACAO, OPERADOR, POSTO E DATA/HORA; PARA AS OPERACOES QUE
      *    PASSAM PELA FILA DE APROVACOES (REMOCAO/ANONIMIZACAO), O
      *    VEREDITO DO PGM31 E LOCALIZADO POR CPF + DATA/HORA E
      *    EXIBIDO (PENDENTE, EFETIVADA OU REJEITADA, COM O
      *    APROVADOR); PARA O AGENDAMENTO (PGM102/PGM47), O DIA, A
      *    HORA E A SITUACAO DA MARCACAO (MARCACAO.DAT); PARA A
      *    SOLICITACAO DE TITULAR LGPD (PGM109), A SITUACAO, O PRAZO
      *    LEGAL E A SAIDA QUE A RESPONDEU (SOLLGPD.DAT); PARA A
      *    EMISSAO DE DECLARACAO (PGM114), SE ELA SEGUE VALIDA,
      *    VENCEU OU FOI REVOGADA, COM O CODIGO DE VERIFICACAO
      *    (DECLARA.DAT). CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELAP REPLACING STATUS-FIELD BY CODERRO-APR.

           COPY CPYSELMC REPLACING STATUS-FIELD BY CODERRO-MAR.

           COPY CPYSELSG REPLACING STATUS-FIELD BY CODERRO-SLG.

           COPY CPYSELDC REPLACING STATUS-FIELD BY CODERRO-DCL.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PROTOCOLOS
           LABEL  RECORD  STANDARD.
       COPY CPYAPROV.

       FD  ARQ-MARCACOES
           LABEL  RECORD  STANDARD.
       COPY CPYMARCA.

       FD  ARQ-SOLIC-LGPD
           LABEL  RECORD  STANDARD.
       COPY CPYSOLGP.

       FD  ARQ-DECLARACOES
           LABEL  RECORD  STANDARD.
       COPY CPYDECLA.

       WORKING-STORAGE SECTION.
       77  CODERRO-PRT  PIC X(2) VALUE SPACES.
       77  CODERRO-APR  PIC X(2) VALUE SPACES.
       77  CODERRO-MAR  PIC X(2) VALUE SPACES.
       77  CODERRO-SLG  PIC X(2) VALUE SPACES.
       77  CODERRO-DCL  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       01  W-SEM-APROVACOES    PIC X VALUE "N".
       01  W-SEM-MARCACOES     PIC X VALUE "N".
       01  W-SEM-SOLIC-LGPD    PIC X VALUE "N".
       01  W-SEM-DECLARACOES   PIC X VALUE "N".
       01  W-FIM-FILA          PIC X VALUE "N".
       01  W-ACHOU-SOLICITACAO PIC X VALUE "N".
       01  W-DESCR-OPERACAO    PIC X(30) VALUE SPACES.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       SCREEN SECTION.
           IF  CODERRO-APR NOT = "00"
               MOVE "S" TO W-SEM-APROVACOES
           END-IF.
           OPEN INPUT ARQ-MARCACOES.
           IF  CODERRO-MAR NOT = "00"
               MOVE "S" TO W-SEM-MARCACOES
           END-IF.
           OPEN INPUT ARQ-SOLIC-LGPD.
           IF  CODERRO-SLG NOT = "00"
               MOVE "S" TO W-SEM-SOLIC-LGPD
           END-IF.
           OPEN INPUT ARQ-DECLARACOES.
           IF  CODERRO-DCL NOT = "00"
               MOVE "S" TO W-SEM-DECLARACOES
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           DISPLAY  "CPF:"           AT  1210.
           DISPLAY  "OPERACAO:"      AT  1310.
           DISPLAY  "OPERADOR:"      AT  1410.
           DISPLAY  "POSTO:"         AT  1440.
           DISPLAY  "DATA/HORA:"     AT  1510.
           DISPLAY  "SITUACAO:"      AT  1710.
           DISPLAY  "OUTRO PROTOCOLO? (S/N):"   AT  2210.
                        TO W-DESCR-OPERACAO
               WHEN PRT-OP-CORRECAO
                   MOVE "CORRECAO DE CPF" TO W-DESCR-OPERACAO
               WHEN PRT-OP-AGENDAMENTO
                   MOVE "AGENDAMENTO DE ATENDIMENTO"
                        TO W-DESCR-OPERACAO
               WHEN PRT-OP-SOLIC-LGPD
                   MOVE "SOLICITACAO DE TITULAR (LGPD)"
                        TO W-DESCR-OPERACAO
               WHEN PRT-OP-DECLARACAO
                   MOVE "EMISSAO DE DECLARACAO" TO W-DESCR-OPERACAO
               WHEN OTHER
                   MOVE PRT-OPERACAO TO W-DESCR-OPERACAO
           END-EVALUATE
           DISPLAY W-DESCR-OPERACAO AT 1320
           DISPLAY PRT-OPERADOR AT 1420
           DISPLAY PRT-POSTO    AT 1447
           DISPLAY PRT-DATA-HORA AT 1521

           IF  PRT-OP-REMOCAO OR PRT-OP-ANONIMIZACAO
               PERFORM EXIBIR-VEREDITO
           ELSE
           IF  PRT-OP-AGENDAMENTO
               PERFORM EXIBIR-AGENDAMENTO
           ELSE
           IF  PRT-OP-SOLIC-LGPD
               PERFORM EXIBIR-SOLICITACAO-LGPD
           ELSE
           IF  PRT-OP-DECLARACAO
               PERFORM EXIBIR-DECLARACAO
           ELSE
               DISPLAY "OPERACAO EFETIVADA NO ATO" AT 1720
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A MARCACAO TEM O PROPRIO PROTOCOLO COMO CHAVE.
       EXIBIR-AGENDAMENTO.
           IF  W-SEM-MARCACOES = "S"
               DISPLAY "AGENDA INDISPONIVEL" AT 1720
               EXIT PARAGRAPH
           END-IF
           MOVE PRT-NUMERO TO MAR-PROTOCOLO
           READ ARQ-MARCACOES
           IF  CODERRO-MAR NOT = "00"
               DISPLAY "MARCACAO NAO LOCALIZADA NA AGENDA" AT 1720
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MAR-MARCADO
                   DISPLAY "MARCADO PARA" AT 1720
               WHEN MAR-PRESENTE
                   DISPLAY "ATENDIDO EM " AT 1720
               WHEN MAR-FALTOU
                   DISPLAY "FALTOU EM   " AT 1720
               WHEN OTHER
                   DISPLAY "CANCELADO   " AT 1720
           END-EVALUATE
           DISPLAY MAR-DATA (7:2) AT 1733
           DISPLAY "/"            AT 1735
           DISPLAY MAR-DATA (5:2) AT 1736
           DISPLAY "/"            AT 1738
           DISPLAY MAR-DATA (1:4) AT 1739
           DISPLAY MAR-HORA (1:2) AT 1744
           DISPLAY ":"            AT 1746
           DISPLAY MAR-HORA (3:2) AT 1747
           DISPLAY "SERVICO"      AT 1751
           DISPLAY MAR-SERVICO    AT 1759.

      *    A SOLICITACAO DE TITULAR TEM O PROPRIO PROTOCOLO COMO
      *    CHAVE; O PRAZO E SEMPRE MOSTRADO, A SAIDA SO DEPOIS DE
      *    VINCULADA.
       EXIBIR-SOLICITACAO-LGPD.
           IF  W-SEM-SOLIC-LGPD = "S"
               DISPLAY "REGISTRO LGPD INDISPONIVEL" AT 1720
               EXIT PARAGRAPH
           END-IF
           MOVE PRT-NUMERO TO SLG-PROTOCOLO
           READ ARQ-SOLIC-LGPD
           IF  CODERRO-SLG NOT = "00"
               DISPLAY "SOLICITACAO NAO LOCALIZADA NO REGISTRO"
                       AT 1720
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SLG-ABERTA
                   DISPLAY "ABERTA       " AT 1720
               WHEN SLG-EM-ANDAMENTO
                   DISPLAY "EM ANDAMENTO " AT 1720
               WHEN SLG-ATENDIDA
                   DISPLAY "ATENDIDA     " AT 1720
               WHEN OTHER
                   DISPLAY "INDEFERIDA   " AT 1720
           END-EVALUATE
           DISPLAY "PRAZO"                 AT 1734
           DISPLAY SLG-DATA-LIMITE (7:2)   AT 1740
           DISPLAY "/"                     AT 1742
           DISPLAY SLG-DATA-LIMITE (5:2)   AT 1743
           DISPLAY "/"                     AT 1745
           DISPLAY SLG-DATA-LIMITE (1:4)   AT 1746
           IF  NOT SLG-PENDENTE
               DISPLAY "RESPOSTA:"         AT 1810
               DISPLAY SLG-RESPONSAVEL     AT 1820
               DISPLAY SLG-VINCULO         AT 1830
           END-IF.

      *    A DECLARACAO E LOCALIZADA PELA CHAVE ALTERNATIVA DO
      *    PROTOCOLO; O CODIGO E MOSTRADO PARA O ATENDENTE CONFERIR
      *    O PAPEL OU ORIENTAR A CONSULTA DE AUTENTICIDADE (PGM115).
       EXIBIR-DECLARACAO.
           IF  W-SEM-DECLARACOES = "S"
               DISPLAY "REGISTRO DE DECLARACOES INDISPONIVEL" AT 1720
               EXIT PARAGRAPH
           END-IF
           MOVE PRT-NUMERO TO DCL-PROTOCOLO
           READ ARQ-DECLARACOES KEY IS DCL-PROTOCOLO
           IF  CODERRO-DCL NOT = "00"
               DISPLAY "DECLARACAO NAO LOCALIZADA NO REGISTRO"
                       AT 1720
               EXIT PARAGRAPH
           END-IF
           IF  DCL-REVOGADA
               DISPLAY "REVOGADA EM " AT 1720
               DISPLAY DCL-DATA-REVOGACAO (7:2) AT 1732
               DISPLAY "/"                      AT 1734
               DISPLAY DCL-DATA-REVOGACAO (5:2) AT 1735
               DISPLAY "/"                      AT 1737
               DISPLAY DCL-DATA-REVOGACAO (1:4) AT 1738
               DISPLAY "MOTIVO:"          AT 1810
               DISPLAY DCL-MOTIVO-REVOG   AT 1820
           ELSE
               IF  DCL-DATA-VALIDADE < WS-DATA-SIST-NUM
                   DISPLAY "VENCIDA EM  " AT 1720
               ELSE
                   DISPLAY "VALIDA ATE  " AT 1720
               END-IF
               DISPLAY DCL-DATA-VALIDADE (7:2) AT 1732
               DISPLAY "/"                     AT 1734
               DISPLAY DCL-DATA-VALIDADE (5:2) AT 1735
               DISPLAY "/"                     AT 1737
               DISPLAY DCL-DATA-VALIDADE (1:4) AT 1738
           END-IF
           DISPLAY "CODIGO"              AT 1744
           DISPLAY DCL-CODIGO (1:4)      AT 1751
           DISPLAY "-"                   AT 1755
           DISPLAY DCL-CODIGO (5:4)      AT 1756
           DISPLAY "-"                   AT 1760
           DISPLAY DCL-CODIGO (9:4)      AT 1761.

      *    A SOLICITACAO NA FILA DE APROVACOES E LOCALIZADA PELO PAR
      *    CPF + DATA/HORA: PGM03/PGM13 GRAVAM A SOLICITACAO E LOGO
      *    EM SEGUIDA ALOCAM O PROTOCOLO (PGM54), ENTAO A
           IF  W-SEM-APROVACOES NOT = "S"
               CLOSE ARQ-APROVACOES
           END-IF.
           IF  W-SEM-MARCACOES NOT = "S"
               CLOSE ARQ-MARCACOES
           END-IF.
           IF  W-SEM-SOLIC-LGPD NOT = "S"
               CLOSE ARQ-SOLIC-LGPD
           END-IF.
           IF  W-SEM-DECLARACOES NOT = "S"
               CLOSE ARQ-DECLARACOES
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM113.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    BATCH NOTURNO DE AVISOS AO CIDADAO. A MALA DIRETA (PGM65)
      *    E PARA CAMPANHAS AVULSAS; OS AVISOS QUE A LEI EXIGE NASCEM
      *    DE EVENTOS QUE O SISTEMA JA DETECTA, E ESTE BATCH OS
      *    PROCURA TODA NOITE:
      *      RV - DECLARACAO DE RENDA (PGM49) QUE VENCE NOS PROXIMOS
      *           N DIAS (MESMA REGRA DE VALIDADE EM MESES DO PGM51);
      *      MI - FILHO QUE CHEGA A IDADE-LIMITE NOS PROXIMOS N DIAS
      *           (MESMA CONTA DO PGM76);
      *      RC - PESSOA ATIVA SEM CONFIRMACAO NUMA CAMPANHA DE
      *           RECADASTRAMENTO ABERTA CUJO CORTE ESTA A N DIAS OU
      *           MENOS (PGM47/PGM48);
      *      IN - INSCRICAO INAPTA NA ULTIMA APURACAO DO PGM51 (LISTA
      *           BENEFEXC.WRK, COM O MOTIVO);
      *      PR - PAGAMENTO REJEITADO PELO BANCO (PGM53).
      *    N E INFORMADO NO CONSOLE (PADRAO 30 DIAS). O TEXTO DE CADA
      *    EVENTO VEM DO MODELO (CPYAVMOD). O CANAL RESPEITA O
      *    CONSENTIMENTO DE CONTATO (PGM64): EMAIL SE HOUVER EMAIL E
      *    CONSENTIMENTO CONCEDIDO, SENAO TELEFONE NAS MESMAS
      *    CONDICOES, SENAO CARTA NO ENDERECO DO CADASTRO. CADA AVISO
      *    SAI NUMA PAGINA DE AVISOTIT.Gnn (GERACOES DO PGM38) E E
      *    GRAVADO NO REGISTRO DE AVISOS (AVISOS.DAT, CPYAVISO): O
      *    MESMO EVENTO COM A MESMA REFERENCIA NAO E AVISADO DE NOVO,
      *    A FICHA (PGM42) MOSTRA O QUE FOI AVISADO E O FECHAMENTO DE
      *    CAMPANHA (PGM48) SO SUSPENDE QUEM JA FOI AVISADO.
      *    PESSOA FALECIDA, ANONIMIZADA OU TRANSFERIDA NAO RECEBE
      *    AVISO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELCA REPLACING STATUS-FIELD BY W-COD-ERRO-CAM.

           COPY CPYSELRC REPLACING STATUS-FIELD BY W-COD-ERRO-REC.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELAV REPLACING STATUS-FIELD BY W-COD-ERRO-AVI.

           SELECT ARQ-EXCECOES ASSIGN TO "C:\TEMP\BENEFEXC.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-EXC.

           SELECT REL-AVISOS ASSIGN TO W-NOME-SAIDA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-RENDA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-CAMPANHAS
           LABEL RECORD STANDARD.
       COPY CPYCAMPA.

       FD  ARQ-RECAD
           LABEL RECORD STANDARD.
       COPY CPYRECAD.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-AVISOS
           LABEL RECORD STANDARD.
       COPY CPYAVISO.

      *    LISTA DE EXCECOES DA APURACAO DE ELEGIBILIDADE (PGM51).
       FD  ARQ-EXCECOES
           LABEL RECORD STANDARD.
       01  REG-EXCECAO.
           05  EXC-CPF             PIC X(11).
           05  EXC-PROGRAMA        PIC X(4).
           05  EXC-NOME            PIC X(30).
           05  EXC-MOTIVO          PIC X(40).

       FD  REL-AVISOS
           LABEL RECORD STANDARD.
       01  REG-AVISO-IMP       PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CAM      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-AVI      PIC XX VALUE SPACES.
       01  W-COD-ERRO-EXC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-SEM-RENDA         PIC X  VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-SEM-CAMPANHAS     PIC X  VALUE "N".
       01  W-SEM-RECAD         PIC X  VALUE "N".
       01  W-SEM-INSCRICOES    PIC X  VALUE "N".
       01  W-SEM-EXCECOES      PIC X  VALUE "N".

      *    PARAMETRO DA EXECUCAO, INFORMADO NO CONSOLE.
       01  W-DIAS-INFORMADOS   PIC X(3)  VALUE SPACES.
       01  W-DIAS-ANTECEDENCIA PIC 9(3)  VALUE ZEROS.
       01  W-DIAS-PADRAO       PIC 9(3)  VALUE 30.
       01  W-DATA-HORIZONTE    PIC 9(8)  VALUE ZEROS.

      *    O AVISO EM PREPARACAO: CADA PASSAGEM PREENCHE O EVENTO E
      *    CHAMA EMITIR-AVISO.
       01  W-AVISO.
           05  W-AVS-CPF           PIC X(11).
           05  W-AVS-EVENTO        PIC X(2).
           05  W-AVS-REFERENCIA    PIC X(12).
           05  W-AVS-PRAZO         PIC 9(8).
           05  W-AVS-DETALHE       PIC X(40).
       01  W-PESSOA-LIDA       PIC X  VALUE "N".
       01  W-CANAL             PIC X  VALUE SPACE.
           88  CANAL-CARTA         VALUE "C".
           88  CANAL-EMAIL         VALUE "E".
           88  CANAL-TELEFONE      VALUE "T".
       01  W-DESTINO           PIC X(30) VALUE SPACES.
       01  W-CANAL-CONSENT     PIC X  VALUE SPACE.
       01  W-SIT-CONSENT       PIC X  VALUE SPACE.
       01  W-CONSENT-DATA      PIC 9(8) VALUE ZEROS.
       01  W-IND-LINHA         PIC 9(2) COMP VALUE ZEROS.
       01  W-IND-EVT           PIC 9(2) COMP VALUE ZEROS.

      *    CALCULO DAS DATAS-LIMITE.
       01  W-ANO-BASE          PIC 9(4) VALUE ZEROS.
       01  W-MES-BASE          PIC 9(2) VALUE ZEROS.
       01  W-DIA-BASE          PIC 9(2) VALUE ZEROS.
       01  W-MESES-CORRIDOS    PIC 9(6) VALUE ZEROS.
       01  W-DATA-LIMITE       PIC 9(8) VALUE ZEROS.
       01  W-DATA-AUX          PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-SEQ-EDIT          PIC 9(2)  VALUE ZEROS.

      *    CAMPANHAS ABERTAS COM O CORTE DENTRO DA ANTECEDENCIA.
       01  W-QTD-CAMPANHAS     PIC 9(2) VALUE ZEROS.
       01  W-MAX-CAMPANHAS     PIC 9(2) VALUE 10.
       01  W-IND-CAM           PIC 9(2) COMP VALUE ZEROS.
       01  W-TAB-CAMPANHAS.
           05  W-CAM           OCCURS 10 TIMES.
               10  W-CAM-ID            PIC 9(4).
               10  W-CAM-DESCRICAO     PIC X(30).
               10  W-CAM-CORTE         PIC 9(8).

       COPY CPYAVMOD.

       01  W-TAB-CONTADORES.
           05  W-CONT-EVENTO   PIC 9(6) OCCURS 5 TIMES.
       01  W-CONT-AVISOS       PIC 9(6) VALUE ZEROS.
       01  W-CONT-REPETIDOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
       01  W-CONT-CARTA        PIC 9(6) VALUE ZEROS.
       01  W-CONT-EMAIL        PIC 9(6) VALUE ZEROS.
       01  W-CONT-TELEFONE     PIC 9(6) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM113".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\AVISOTIT.G01".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-LINHA-AVISO       PIC X(80) VALUE SPACES.

       01  W-AVS-CABECALHO.
           05  FILLER              PIC X(44)
               VALUE "SISTEMA DE CADASTRO DE PESSOAS".
           05  FILLER              PIC X(11) VALUE "EMITIDO EM ".
           05  W-AVS-CAB-DATA      PIC X(10).

       01  W-AVS-CAMPO.
           05  W-AVS-ROTULO        PIC X(13).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  W-AVS-VALOR         PIC X(60).

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

           PERFORM RECEBER-PARAMETROS.

           CALL "PGM38" USING "A" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA
           MOVE W-GERACAO-CAT TO W-NOME-SAIDA (19:2)

           PERFORM ABRIR-ARQUIVOS.
           INITIALIZE W-TAB-CONTADORES.

           IF  W-SEM-RENDA NOT = "S"
               PERFORM AVISAR-RENDA-A-VENCER
           END-IF.
           IF  W-SEM-DEPENDENTES NOT = "S"
               PERFORM AVISAR-MAIORIDADE
           END-IF.
           IF  W-SEM-CAMPANHAS NOT = "S"
               PERFORM AVISAR-RECADASTRAMENTO
           END-IF.
           IF  W-SEM-INSCRICOES NOT = "S"
               IF  W-SEM-EXCECOES NOT = "S"
                   PERFORM AVISAR-INELEGIBILIDADE
               END-IF
               PERFORM AVISAR-PAGAMENTO-REJEITADO
           END-IF.

           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-PARAMETROS.
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "DIAS DE ANTECEDENCIA DOS AVISOS (BRANCO = 30): "
               WITH NO ADVANCING
           ACCEPT W-DIAS-INFORMADOS FROM CONSOLE
           IF  W-DIAS-INFORMADOS IS NUMERIC
               MOVE W-DIAS-INFORMADOS TO W-DIAS-ANTECEDENCIA
           END-IF
           IF  W-DIAS-ANTECEDENCIA = ZEROS
               MOVE W-DIAS-PADRAO TO W-DIAS-ANTECEDENCIA
           END-IF
           COMPUTE W-DATA-HORIZONTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)
                    + W-DIAS-ANTECEDENCIA).

      *    SO O CADASTRO E O REGISTRO DE AVISOS SAO OBRIGATORIOS; SEM
      *    UM ARQUIVO DE EVENTO, AQUELE EVENTO NAO TEM O QUE AVISAR.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN I-O ARQ-AVISOS.
           IF  W-COD-ERRO-AVI = "35"
               OPEN OUTPUT ARQ-AVISOS
               CLOSE ARQ-AVISOS
               OPEN I-O ARQ-AVISOS
           END-IF.
           IF  W-COD-ERRO-AVI NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISOS.DAT: " W-COD-ERRO-AVI
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-AVISOS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-SAIDA ": "
                       W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-AVISOS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-RENDA.
           IF  W-COD-ERRO-RND NOT = "00"
               MOVE "S" TO W-SEM-RENDA
           END-IF.
           OPEN INPUT ARQ-DEPENDENTES.
           IF  W-COD-ERRO-DEP NOT = "00"
               MOVE "S" TO W-SEM-DEPENDENTES
           END-IF.
           OPEN INPUT ARQ-CAMPANHAS.
           IF  W-COD-ERRO-CAM NOT = "00"
               MOVE "S" TO W-SEM-CAMPANHAS
           END-IF.
           OPEN INPUT ARQ-RECAD.
           IF  W-COD-ERRO-REC NOT = "00"
               MOVE "S" TO W-SEM-RECAD
           END-IF.
           OPEN INPUT ARQ-INSCRICOES.
           IF  W-COD-ERRO-INS NOT = "00"
               MOVE "S" TO W-SEM-INSCRICOES
           END-IF.
           OPEN INPUT ARQ-EXCECOES.
           IF  W-COD-ERRO-EXC NOT = "00"
               MOVE "S" TO W-SEM-EXCECOES
           END-IF.

      *    ----------------------------------------------------------
      *    RV - A DECLARACAO VALE N MESES (PARAMETRO DO PGM34) E O
      *    PGM51 A DA COMO EXPIRADA NO PRIMEIRO DIA DO MES SEGUINTE
      *    AO ULTIMO MES DE VALIDADE; E ESSA A DATA DO AVISO.
      *    ----------------------------------------------------------
       AVISAR-RENDA-A-VENCER.
           IF  W-PAR-MESES-VALIDADE-RENDA = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO RND-CPF
           START ARQ-RENDA KEY NOT < RND-CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-RENDA
           END-IF
           PERFORM EXAMINAR-RENDA UNTIL FIM-ARQUIVO.

       LER-RENDA.
           READ ARQ-RENDA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       EXAMINAR-RENDA.
           IF  RND-DATA-DECLARACAO IS NUMERIC
           AND RND-DATA-DECLARACAO > ZEROS
               MOVE RND-DATA-DECLARACAO (1:4) TO W-ANO-BASE
               MOVE RND-DATA-DECLARACAO (5:2) TO W-MES-BASE
               COMPUTE W-MESES-CORRIDOS = W-ANO-BASE * 12
                     + W-MES-BASE - 1 + W-PAR-MESES-VALIDADE-RENDA + 1
               DIVIDE W-MESES-CORRIDOS BY 12 GIVING W-ANO-BASE
                      REMAINDER W-MES-BASE
               COMPUTE W-DATA-LIMITE = W-ANO-BASE * 10000
                     + (W-MES-BASE + 1) * 100 + 1
               IF  W-DATA-LIMITE NOT > W-DATA-HORIZONTE
                   INITIALIZE W-AVISO
                   MOVE RND-CPF             TO W-AVS-CPF
                   MOVE "RV"                TO W-AVS-EVENTO
                   MOVE RND-DATA-DECLARACAO TO W-AVS-REFERENCIA
                   MOVE W-DATA-LIMITE       TO W-AVS-PRAZO
                   MOVE RND-DATA-DECLARACAO TO W-DATA-AUX
                   PERFORM EDITAR-DATA
                   STRING "DECLARACAO FEITA EM " W-DATA-EXIBICAO
                       DELIMITED BY SIZE INTO W-AVS-DETALHE
                   MOVE "N" TO W-PESSOA-LIDA
                   PERFORM EMITIR-AVISO
               END-IF
           END-IF
           PERFORM LER-RENDA.

      *    ----------------------------------------------------------
      *    MI - A DATA-LIMITE E O ANIVERSARIO DA IDADE-LIMITE
      *    (NASCIMENTO + PARAMETRO DO PGM34), COMO NO PGM76. SO ENTRA
      *    QUEM CHEGA A IDADE-LIMITE ENTRE HOJE E O HORIZONTE: QUEM
      *    JA PASSOU DELA EM ANOS ANTERIORES NAO E MAIS AVISADO.
      *    ----------------------------------------------------------
       AVISAR-MAIORIDADE.
           IF  W-PAR-IDADE-LIMITE-DEP = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO DEP-CHAVE
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-DEPENDENTE
           END-IF
           PERFORM EXAMINAR-DEPENDENTE UNTIL FIM-ARQUIVO.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       EXAMINAR-DEPENDENTE.
           IF  DEP-FILHO AND DEP-DATA-NASCIMENTO IS NUMERIC
               MOVE DEP-DATA-NASCIMENTO (1:4) TO W-ANO-BASE
               MOVE DEP-DATA-NASCIMENTO (5:2) TO W-MES-BASE
               MOVE DEP-DATA-NASCIMENTO (7:2) TO W-DIA-BASE
               IF  W-MES-BASE = 2 AND W-DIA-BASE = 29
                   MOVE 28 TO W-DIA-BASE
               END-IF
               COMPUTE W-DATA-LIMITE =
                       (W-ANO-BASE + W-PAR-IDADE-LIMITE-DEP) * 10000
                     + W-MES-BASE * 100 + W-DIA-BASE
               IF  W-DATA-LIMITE NOT > W-DATA-HORIZONTE
               AND W-DATA-LIMITE NOT < WS-DATA-SIST-NUM
                   INITIALIZE W-AVISO
                   MOVE DEP-CPF-TITULAR TO W-AVS-CPF
                   MOVE "MI"            TO W-AVS-EVENTO
                   MOVE DEP-SEQUENCIA   TO W-SEQ-EDIT
                   STRING W-SEQ-EDIT W-DATA-LIMITE
                       DELIMITED BY SIZE INTO W-AVS-REFERENCIA
                   MOVE W-DATA-LIMITE   TO W-AVS-PRAZO
                   MOVE DEP-NOME        TO W-AVS-DETALHE
                   MOVE "N" TO W-PESSOA-LIDA
                   PERFORM EMITIR-AVISO
               END-IF
           END-IF
           PERFORM LER-DEPENDENTE.

      *    ----------------------------------------------------------
      *    RC - AS CAMPANHAS ABERTAS, JA INICIADAS, COM O CORTE
      *    DENTRO DA ANTECEDENCIA (OU JA PASSADO, ENQUANTO O
      *    FECHAMENTO NAO RODA) ENTRAM NUMA TABELA; O CADASTRO E
      *    PERCORRIDO UMA VEZ SO, CONFERINDO CADA PESSOA ATIVA EM
      *    TODAS ELAS.
      *    ----------------------------------------------------------
       AVISAR-RECADASTRAMENTO.
           MOVE ZEROS TO W-QTD-CAMPANHAS
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE ZEROS TO CAM-ID
           START ARQ-CAMPANHAS KEY NOT < CAM-ID
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-CAMPANHA
           END-IF
           PERFORM GUARDAR-CAMPANHA UNTIL FIM-ARQUIVO
           IF  W-QTD-CAMPANHAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO CPF
           START ARQ-PESSOAS KEY NOT < CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PESSOA
           END-IF
           PERFORM EXAMINAR-PESSOA UNTIL FIM-ARQUIVO.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-CAMPANHA.
           IF  CAM-ABERTA
           AND CAM-DATA-INICIO NOT > WS-DATA-SIST-NUM
           AND CAM-DATA-CORTE NOT > W-DATA-HORIZONTE
           AND W-QTD-CAMPANHAS < W-MAX-CAMPANHAS
               ADD 1 TO W-QTD-CAMPANHAS
               MOVE CAM-ID         TO W-CAM-ID (W-QTD-CAMPANHAS)
               MOVE CAM-DESCRICAO  TO W-CAM-DESCRICAO (W-QTD-CAMPANHAS)
               MOVE CAM-DATA-CORTE TO W-CAM-CORTE (W-QTD-CAMPANHAS)
           END-IF
           PERFORM LER-CAMPANHA.

       LER-PESSOA.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    O REGISTRO DA PESSOA JA ESTA NA AREA: EMITIR-AVISO NAO O
      *    RELE (UMA LEITURA POR CHAVE PERDERIA A POSICAO DA
      *    VARREDURA).
       EXAMINAR-PESSOA.
           IF  PESSOA-ATIVA
               PERFORM CONFERIR-CAMPANHA
                       VARYING W-IND-CAM FROM 1 BY 1
                       UNTIL W-IND-CAM > W-QTD-CAMPANHAS
           END-IF
           PERFORM LER-PESSOA.

       CONFERIR-CAMPANHA.
           IF  W-SEM-RECAD NOT = "S"
               MOVE W-CAM-ID (W-IND-CAM) TO REC-CAMPANHA
               MOVE CPF                  TO REC-CPF
               READ ARQ-RECAD
               IF  W-COD-ERRO-REC = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           INITIALIZE W-AVISO
           MOVE CPF                     TO W-AVS-CPF
           MOVE "RC"                    TO W-AVS-EVENTO
           MOVE W-CAM-ID (W-IND-CAM)    TO W-AVS-REFERENCIA
           MOVE W-CAM-CORTE (W-IND-CAM) TO W-AVS-PRAZO
           STRING "CAMPANHA " W-CAM-ID (W-IND-CAM) " - "
                  W-CAM-DESCRICAO (W-IND-CAM)
               DELIMITED BY SIZE INTO W-AVS-DETALHE
           MOVE "S" TO W-PESSOA-LIDA
           PERFORM EMITIR-AVISO.

      *    ----------------------------------------------------------
      *    IN - A LISTA DE EXCECOES E REFEITA A CADA APURACAO; A
      *    INSCRICAO DIZ A DATA DA APURACAO (REFERENCIA DO AVISO) E
      *    SE CONTINUA INAPTA (O ATENDENTE PODE TER RESOLVIDO).
      *    ----------------------------------------------------------
       AVISAR-INELEGIBILIDADE.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-EXCECAO
           PERFORM EXAMINAR-EXCECAO UNTIL FIM-ARQUIVO.

       LER-EXCECAO.
           READ ARQ-EXCECOES
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       EXAMINAR-EXCECAO.
           MOVE EXC-CPF      TO INS-CPF
           MOVE EXC-PROGRAMA TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  W-COD-ERRO-INS = "00" AND INS-ATIVA AND INS-INAPTO
               INITIALIZE W-AVISO
               MOVE INS-CPF TO W-AVS-CPF
               MOVE "IN"    TO W-AVS-EVENTO
               STRING INS-PROGRAMA INS-DATA-APURACAO
                   DELIMITED BY SIZE INTO W-AVS-REFERENCIA
               MOVE ZEROS   TO W-AVS-PRAZO
               STRING INS-PROGRAMA " - " EXC-MOTIVO
                   DELIMITED BY SIZE INTO W-AVS-DETALHE
               MOVE "N" TO W-PESSOA-LIDA
               PERFORM EMITIR-AVISO
           END-IF
           PERFORM LER-EXCECAO.

      *    ----------------------------------------------------------
      *    PR - PAGAMENTO DEVOLVIDO NA ULTIMA CARGA DE RETORNO DO
      *    BANCO (INS-SIT-PAGAMENTO "R", PGM53).
      *    ----------------------------------------------------------
       AVISAR-PAGAMENTO-REJEITADO.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO INS-CHAVE
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-INSCRICAO
           END-IF
           PERFORM EXAMINAR-INSCRICAO UNTIL FIM-ARQUIVO.

       LER-INSCRICAO.
           READ ARQ-INSCRICOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       EXAMINAR-INSCRICAO.
           IF  INS-ATIVA AND INS-PAG-REJEITADO
               INITIALIZE W-AVISO
               MOVE INS-CPF TO W-AVS-CPF
               MOVE "PR"    TO W-AVS-EVENTO
               STRING INS-PROGRAMA INS-DATA-PAGAMENTO
                   DELIMITED BY SIZE INTO W-AVS-REFERENCIA
               MOVE ZEROS   TO W-AVS-PRAZO
               MOVE INS-DATA-PAGAMENTO TO W-DATA-AUX
               PERFORM EDITAR-DATA
               STRING "PROGRAMA " INS-PROGRAMA " - PAGAMENTO DE "
                      W-DATA-EXIBICAO
                   DELIMITED BY SIZE INTO W-AVS-DETALHE
               MOVE "N" TO W-PESSOA-LIDA
               PERFORM EMITIR-AVISO
           END-IF
           PERFORM LER-INSCRICAO.

      *    ----------------------------------------------------------
      *    EMISSAO COMUM A TODOS OS EVENTOS
      *    ----------------------------------------------------------
      *    O REGISTRO DE AVISOS DECIDE SE O AVISO JA FOI DADO; O
      *    CADASTRO DECIDE SE HA A QUEM AVISAR.
       EMITIR-AVISO.
           MOVE W-AVS-CPF        TO AVI-CPF
           MOVE W-AVS-EVENTO     TO AVI-EVENTO
           MOVE W-AVS-REFERENCIA TO AVI-REFERENCIA
           READ ARQ-AVISOS
           IF  W-COD-ERRO-AVI = "00"
               ADD 1 TO W-CONT-REPETIDOS
               EXIT PARAGRAPH
           END-IF
           IF  W-PESSOA-LIDA NOT = "S"
               MOVE W-AVS-CPF TO CPF
               READ ARQ-PESSOAS
               IF  W-COD-ERRO NOT = "00"
                   ADD 1 TO W-CONT-SEM-CADASTRO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF  PESSOA-FALECIDA OR PESSOA-ANONIMIZADA
            OR PESSOA-TRANSFERIDA
               ADD 1 TO W-CONT-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF
           SET W-IDX-MOD TO 1
           SEARCH W-MOD-ITEM
               AT END
                   DISPLAY "EVENTO SEM MODELO: " W-AVS-EVENTO
                   EXIT PARAGRAPH
               WHEN W-MOD-EVENTO (W-IDX-MOD) = W-AVS-EVENTO
                   SET W-IND-EVT TO W-IDX-MOD
           END-SEARCH
           PERFORM ESCOLHER-CANAL
           PERFORM IMPRIMIR-AVISO
           PERFORM GRAVAR-AVISO.

      *    EMAIL E TELEFONE SO COM O DADO PREENCHIDO E CONSENTIMENTO
      *    CONCEDIDO ("G"); FORA ISSO O AVISO VAI POR CARTA.
       ESCOLHER-CANAL.
           MOVE "C"    TO W-CANAL
           MOVE CEP    TO W-DESTINO
           IF  EMAIL NOT = SPACES
               MOVE "E" TO W-CANAL-CONSENT
               CALL "PGM64" USING "C" CPF W-CANAL-CONSENT
                    W-SIT-CONSENT W-CONSENT-DATA W-OPERADOR
               IF  W-SIT-CONSENT = "G"
                   MOVE "E"   TO W-CANAL
                   MOVE EMAIL TO W-DESTINO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF  TELEFONE NOT = SPACES
               MOVE "T" TO W-CANAL-CONSENT
               CALL "PGM64" USING "C" CPF W-CANAL-CONSENT
                    W-SIT-CONSENT W-CONSENT-DATA W-OPERADOR
               IF  W-SIT-CONSENT = "G"
                   MOVE "T"      TO W-CANAL
                   MOVE TELEFONE TO W-DESTINO
               END-IF
           END-IF.

      *    UM AVISO POR PAGINA: DESTINATARIO, TEXTO DO MODELO E OS
      *    DADOS DO EVENTO.
       IMPRIMIR-AVISO.
           MOVE WS-DATA-FORMATADA TO W-AVS-CAB-DATA
           IF  W-CONT-AVISOS = ZEROS
               WRITE REG-AVISO-IMP FROM W-AVS-CABECALHO
                     AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-AVISO-IMP FROM W-AVS-CABECALHO
                     AFTER ADVANCING PAGE
           END-IF

           MOVE "DESTINATARIO" TO W-AVS-ROTULO
           MOVE NOME           TO W-AVS-VALOR
           WRITE REG-AVISO-IMP FROM W-AVS-CAMPO AFTER ADVANCING 2 LINES
           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   MOVE "EMAIL"  TO W-AVS-ROTULO
                   MOVE EMAIL    TO W-AVS-VALOR
                   WRITE REG-AVISO-IMP FROM W-AVS-CAMPO
                         AFTER ADVANCING 1 LINE
               WHEN CANAL-TELEFONE
                   MOVE "TELEFONE" TO W-AVS-ROTULO
                   MOVE TELEFONE   TO W-AVS-VALOR
                   WRITE REG-AVISO-IMP FROM W-AVS-CAMPO
                         AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE "ENDERECO" TO W-AVS-ROTULO
                   MOVE SPACES     TO W-AVS-VALOR
                   STRING ENDERECO " " COMPLEMENTO
                       DELIMITED BY SIZE INTO W-AVS-VALOR
                   WRITE REG-AVISO-IMP FROM W-AVS-CAMPO
                         AFTER ADVANCING 1 LINE
                   MOVE SPACES     TO W-AVS-ROTULO W-AVS-VALOR
                   STRING BAIRRO " - " CIDADE " - " ESTADO
                          "  CEP " CEP
                       DELIMITED BY SIZE INTO W-AVS-VALOR
                   WRITE REG-AVISO-IMP FROM W-AVS-CAMPO
                         AFTER ADVANCING 1 LINE
           END-EVALUATE
           MOVE "CPF"   TO W-AVS-ROTULO
           MOVE SPACES  TO W-AVS-VALOR
           STRING "XXXXXXX" W-AVS-CPF (8:4)
               DELIMITED BY SIZE INTO W-AVS-VALOR
           WRITE REG-AVISO-IMP FROM W-AVS-CAMPO AFTER ADVANCING 1 LINE

           MOVE W-MOD-TITULO (W-IND-EVT) TO W-LINHA-AVISO
           WRITE REG-AVISO-IMP FROM W-LINHA-AVISO
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-LINHA-AVISO
           WRITE REG-AVISO-IMP FROM W-LINHA-AVISO
                 AFTER ADVANCING 1 LINE
           PERFORM IMPRIMIR-LINHA-MODELO
                   VARYING W-IND-LINHA FROM 1 BY 1
                   UNTIL W-IND-LINHA > 5

           MOVE "REFERENCIA"  TO W-AVS-ROTULO
           MOVE W-AVS-DETALHE TO W-AVS-VALOR
           WRITE REG-AVISO-IMP FROM W-AVS-CAMPO AFTER ADVANCING 2 LINES
           IF  W-AVS-PRAZO > ZEROS
               MOVE W-AVS-PRAZO TO W-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE "DATA-LIMITE"   TO W-AVS-ROTULO
               MOVE W-DATA-EXIBICAO TO W-AVS-VALOR
               WRITE REG-AVISO-IMP FROM W-AVS-CAMPO
                     AFTER ADVANCING 1 LINE
           END-IF

           MOVE "EM CASO DE DUVIDA, PROCURE O BALCAO DE ATENDIMENTO."
                TO W-LINHA-AVISO
           WRITE REG-AVISO-IMP FROM W-LINHA-AVISO
                 AFTER ADVANCING 3 LINES.

       IMPRIMIR-LINHA-MODELO.
           MOVE W-MOD-LINHA (W-IND-EVT W-IND-LINHA) TO W-LINHA-AVISO
           WRITE REG-AVISO-IMP FROM W-LINHA-AVISO
                 AFTER ADVANCING 1 LINE.

       GRAVAR-AVISO.
           INITIALIZE REG-AVISOS
           MOVE W-AVS-CPF        TO AVI-CPF
           MOVE W-AVS-EVENTO     TO AVI-EVENTO
           MOVE W-AVS-REFERENCIA TO AVI-REFERENCIA
           MOVE WS-DATA-SIST-NUM TO AVI-DATA-EMISSAO
           MOVE W-CANAL          TO AVI-CANAL
           MOVE W-DESTINO        TO AVI-DESTINO
           MOVE W-AVS-PRAZO      TO AVI-PRAZO
           MOVE W-AVS-DETALHE    TO AVI-DETALHE
           MOVE W-GERACAO-CAT    TO AVI-GERACAO
           MOVE W-OPERADOR       TO AVI-OPERADOR
           WRITE REG-AVISOS
           IF  W-COD-ERRO-AVI NOT = "00"
               DISPLAY "ERRO AO GRAVAR AVISOS.DAT - CPF " W-AVS-CPF
                       " STATUS " W-COD-ERRO-AVI
           END-IF
           ADD 1 TO W-CONT-AVISOS
           ADD 1 TO W-CONT-EVENTO (W-IND-EVT)
           EVALUATE TRUE
               WHEN CANAL-EMAIL    ADD 1 TO W-CONT-EMAIL
               WHEN CANAL-TELEFONE ADD 1 TO W-CONT-TELEFONE
               WHEN OTHER          ADD 1 TO W-CONT-CARTA
           END-EVALUATE.

       EDITAR-DATA.
           MOVE W-DATA-AUX (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"              TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-AUX (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"              TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-AUX (1:4) TO W-DATA-EXIBICAO (7:4).

       REGISTRAR-CATALOGO.
           MOVE W-CONT-AVISOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "AVISOS EMITIDOS              : " W-CONT-AVISOS.
           PERFORM IMPRIMIR-TOTAL-EVENTO
                   VARYING W-IND-EVT FROM 1 BY 1
                   UNTIL W-IND-EVT > 5.
           DISPLAY "  POR CARTA                  : " W-CONT-CARTA.
           DISPLAY "  POR EMAIL                  : " W-CONT-EMAIL.
           DISPLAY "  POR TELEFONE               : " W-CONT-TELEFONE.
           DISPLAY "JA AVISADOS ANTES            : " W-CONT-REPETIDOS.
           IF  W-CONT-SEM-CADASTRO > ZEROS
               DISPLAY "SEM CADASTRO A AVISAR        : "
                       W-CONT-SEM-CADASTRO
           END-IF.
           DISPLAY "AVISOS EM " W-NOME-SAIDA.

       IMPRIMIR-TOTAL-EVENTO.
           DISPLAY "  " W-MOD-EVENTO (W-IND-EVT) " "
                   W-MOD-DESCRICAO (W-IND-EVT) ": "
                   W-CONT-EVENTO (W-IND-EVT).

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-AVISOS.
           CLOSE REL-AVISOS.
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA
           END-IF.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF  W-SEM-CAMPANHAS NOT = "S"
               CLOSE ARQ-CAMPANHAS
           END-IF.
           IF  W-SEM-RECAD NOT = "S"
               CLOSE ARQ-RECAD
           END-IF.
           IF  W-SEM-INSCRICOES NOT = "S"
               CLOSE ARQ-INSCRICOES
           END-IF.
           IF  W-SEM-EXCECOES NOT = "S"
               CLOSE ARQ-EXCECOES
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM114  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    DECLARACOES AO CIDADAO COM CODIGO DE VERIFICACAO. ESCOLAS,
      *    VARAS E OUTRAS SECRETARIAS PEDEM AO CIDADAO UMA DECLARACAO
      *    DE QUE ESTA CADASTRADO, DE ONDE MORA OU DE QUE RECEBE UM
      *    BENEFICIO; A DECLARACAO SAI DAQUI, MONTADA DO CADASTRO E
      *    NAO DIGITADA:
      *      E - EMITIR PELO CPF (SO PESSOA ATIVA):
      *            C - CADASTRO: ARQ-PESSOAS E O NUCLEO FAMILIAR DE
      *                ARQ-DEPENDENTES;
      *            R - RESIDENCIA: O ENDERECO DO CADASTRO;
      *            B - BENEFICIO: INSCRICAO ATIVA E APTA NO PROGRAMA
      *                (ARQ-INSCRICOES, DESCRICAO EM ARQ-PROGRAMAS).
      *          CADA EMISSAO RECEBE UM PROTOCOLO DO PGM54 (OPERACAO
      *          "M"), UM CODIGO DE VERIFICACAO SORTEADO E UNICO E
      *          UMA VALIDADE DE W-PRAZO-VALIDADE DIAS, E FICA NO
      *          REGISTRO DE DECLARACOES (DECLARA.DAT, CPYDECLA). O
      *          DOCUMENTO SAI EM GERACOES (DECLARAC.G01-G12, PGM38) E
      *          A EMISSAO E LOGADA NO LOG LGPD (PGM16);
      *      R - REVOGAR PELO CODIGO, COM MOTIVO (SO SUPERVISOR);
      *      V - CONFERIR UM CODIGO (CONSULTA DE AUTENTICIDADE,
      *          PGM115, A MESMA DO TERMINAL DE CONSULTA PUBLICA).
      *    CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO-PES.

           COPY CPYSELDC REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELDE REPLACING STATUS-FIELD BY CODERRO-DEP.

           COPY CPYSELIB REPLACING STATUS-FIELD BY CODERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY CODERRO-PRB.

           SELECT REL-DECLARACAO ASSIGN TO W-NOME-RELATORIO
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-REL.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-DECLARACOES
           LABEL  RECORD  STANDARD.
       COPY CPYDECLA.

       FD  ARQ-DEPENDENTES
           LABEL  RECORD  STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-INSCRICOES
           LABEL  RECORD  STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL  RECORD  STANDARD.
       COPY CPYPROGB.

       FD  REL-DECLARACAO
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(80).

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-PES  PIC X(2) VALUE SPACES.
       77  CODERRO-DEP  PIC X(2) VALUE SPACES.
       77  CODERRO-INS  PIC X(2) VALUE SPACES.
       77  CODERRO-PRB  PIC X(2) VALUE SPACES.
       77  CODERRO-REL  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "E" "R" "V".
           88  FUNCAO-EMITIR    VALUE "E".
           88  FUNCAO-REVOGAR   VALUE "R".
           88  FUNCAO-VALIDAR   VALUE "V".
       77  W-CONFIRMA  PIC X VALUE SPACE.
      *    VALIDADE DA DECLARACAO, EM DIAS CORRIDOS: PASSADO O PRAZO
      *    O CIDADAO PEDE OUTRA, COM O CADASTRO DO DIA.
       77  W-PRAZO-VALIDADE  PIC 9(3) VALUE 90.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-SEM-INSCRICOES    PIC X  VALUE "N".
       01  W-SEM-PROGRAMAS     PIC X  VALUE "N".
       01  W-CPF-INFORMADO     PIC X(11) VALUE SPACES.
       01  W-TIPO              PIC X  VALUE SPACE.
       01  W-PROGRAMA          PIC X(4)  VALUE SPACES.
       01  W-DESCR-PROGRAMA    PIC X(30) VALUE SPACES.
       01  W-FINALIDADE        PIC X(30) VALUE SPACES.
       01  W-MOTIVO            PIC X(40) VALUE SPACES.
       01  W-EMISSAO-OK        PIC X  VALUE "N".
       01  W-NUM-PROTOCOLO     PIC 9(9) VALUE ZEROS.
       01  W-DESCR-TIPO        PIC X(12) VALUE SPACES.
       01  W-DATA-EDICAO       PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-CPF-DOCUMENTO     PIC X(14) VALUE SPACES.

      *    CODIGO DE VERIFICACAO: DOZE SORTEIOS NO ALFABETO, ATE
      *    SAIR UM CODIGO QUE AINDA NAO EXISTE NO REGISTRO.
       01  W-ALFABETO          PIC X(32)
           VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  W-CODIGO            PIC X(12) VALUE SPACES.
       01  W-CODIGO-DIGITADO   PIC X(14) VALUE SPACES.
       01  W-CODIGO-EXIBICAO   PIC X(14) VALUE SPACES.
       01  W-CODIGO-LIVRE      PIC X  VALUE "N".
       01  W-IND-CODIGO        PIC 9(2) COMP VALUE ZEROS.
       01  W-POS-ALFABETO      PIC 9(2) VALUE ZEROS.
       01  W-SEMENTE           PIC 9(9) VALUE ZEROS.
       01  W-SORTEIO           PIC V9(9) VALUE ZEROS.

      *    NUCLEO FAMILIAR DA DECLARACAO DE CADASTRO.
       01  W-FIM-DEPENDENTES   PIC X  VALUE "N".
       01  W-QTD-NUCLEO        PIC 9(2) VALUE ZEROS.
       01  W-MAX-NUCLEO        PIC 9(2) VALUE 20.
       01  W-IND-NUCLEO        PIC 9(2) COMP VALUE ZEROS.
       01  W-TAB-NUCLEO.
           05  W-NUCLEO        OCCURS 20 TIMES.
               10  W-NUC-NOME          PIC X(30).
               10  W-NUC-PARENTESCO    PIC X(1).
       01  W-DESCR-PARENTESCO  PIC X(12) VALUE SPACES.

       01  W-NOME-RELATORIO    PIC X(30)
           VALUE "C:\TEMP\DECLARAC.G01".
       01  W-GERACAO-REL       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM114".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-CONSULTA-MASCARADA PIC X VALUE "S".

       01  W-LINHA-TEXTO       PIC X(80) VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM REDEFINES WS-DATA-SIST PIC 9(8).
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 WS-CC-SIST  PIC 99 VALUE 0.
       01 WS-HORA-SIST-NUM REDEFINES WS-HORA-SIST PIC 9(8).
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       SCREEN SECTION.
           01 TELA01.
           05 BLANK SCREEN.
           05 TITULO.
               10 LINE 02 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
               10 LINE 04 COLUMN 25 VALUE
               "SISTEMA DE CADASTRO DE PESSOAS".
               10 LINE 06 COLUMN 27 VALUE
               "DECLARACOES AO CIDADAO".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM   INICIALIZACAO.
           IF  OPC NOT = "N"
               PERFORM PROCESSAMENTO UNTIL OPC = "N"
           END-IF.
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.

      *    ARQ-PESSOAS e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    le o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    O REGISTRO DE DECLARACOES E CRIADO VAZIO NA PRIMEIRA VEZ;
      *    SEM DEPENDENTES A DECLARACAO DE CADASTRO SAI SO COM O
      *    TITULAR, E SEM INSCRICOES NAO HA DECLARACAO DE BENEFICIO.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-DECLARACOES.
           IF  CODERRO = "35"
               OPEN OUTPUT ARQ-DECLARACOES
               CLOSE ARQ-DECLARACOES
               OPEN I-O ARQ-DECLARACOES
           END-IF.
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLARA.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO W-ARQUIVO-ABERTO.
           OPEN INPUT ARQ-DEPENDENTES.
           IF  CODERRO-DEP NOT = "00"
               MOVE "S" TO W-SEM-DEPENDENTES
           END-IF.
           OPEN INPUT ARQ-INSCRICOES.
           IF  CODERRO-INS NOT = "00"
               MOVE "S" TO W-SEM-INSCRICOES
           END-IF.
           OPEN INPUT ARQ-PROGRAMAS.
           IF  CODERRO-PRB NOT = "00"
               MOVE "S" TO W-SEM-PROGRAMAS
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           IF  FUNCAO-EMITIR
               PERFORM EMITIR-DECLARACAO
           ELSE
           IF  FUNCAO-REVOGAR
               PERFORM REVOGAR-DECLARACAO
           ELSE
               PERFORM CONFERIR-CODIGO
           END-IF
           END-IF.
           IF  W-ARQUIVO-ABERTO = "S"
               PERFORM RECEBER-OPCAO-CONTINUIDADE
           ELSE
               MOVE "N" TO OPC
           END-IF.

      *    O PGM115 ABRE O DECLARA.DAT SO PARA LEITURA: O ARQUIVO E
      *    FECHADO AQUI DURANTE A CONFERENCIA E REABERTO NA VOLTA.
       CONFERIR-CODIGO.
           CLOSE ARQ-DECLARACOES
           MOVE "N" TO W-ARQUIVO-ABERTO
           CALL "PGM115"
           DISPLAY TELA01
           OPEN I-O ARQ-DECLARACOES
           IF  CODERRO NOT = "00"
               DISPLAY "ERRO AO REABRIR DECLARA.DAT - STATUS " CODERRO
                       AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-ARQUIVO-ABERTO
           DISPLAY  "OUTRA DECLARACAO? (S/N):"   AT  2210.

       FORMATAR-TELA.
           INITIALIZE CODERRO REG-DECLARACOES.
           MOVE SPACES TO W-FUNCAO W-CONFIRMA W-CPF-INFORMADO W-TIPO
                          W-PROGRAMA W-FINALIDADE W-MOTIVO
                          W-CODIGO-DIGITADO.
           MOVE ZEROS  TO W-NUM-PROTOCOLO.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: E=EMITIR R=REVOGAR V=CONFERIR CODIGO"
                    AT  1010.
           DISPLAY  "OUTRA DECLARACAO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1058 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE E, R OU V" AT 2421
               END-IF
           END-PERFORM.

      *    ----------------------------------------------------------
      *    EMISSAO
      *    ----------------------------------------------------------
       EMITIR-DECLARACAO.
           DISPLAY "CPF..............:" AT 1210
           DISPLAY "TIPO.............:" AT 1310
           DISPLAY "C=CADASTRO R=RESIDENCIA B=BENEFICIO" AT 1332
           DISPLAY "FINALIDADE.......:" AT 1510
           PERFORM WITH TEST AFTER UNTIL W-CPF-INFORMADO NOT = SPACES
               ACCEPT W-CPF-INFORMADO AT 1229 WITH AUTO
           END-PERFORM
           MOVE W-CPF-INFORMADO TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO-PES NOT = "00"
               DISPLAY "CPF NAO CADASTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY NOME AT 1242
           IF  NOT PESSOA-ATIVA
               DISPLAY "CADASTRO NAO ESTA ATIVO - DECLARACAO RECUSADA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO DCL-TIPO
           PERFORM WITH TEST AFTER UNTIL DCL-TIPO-OK
               ACCEPT W-TIPO AT 1329 WITH UPPER AUTO
               MOVE W-TIPO TO DCL-TIPO
           END-PERFORM

           MOVE "N" TO W-EMISSAO-OK
           EVALUATE TRUE
               WHEN DCL-RESIDENCIA
                   PERFORM CONFERIR-ENDERECO
               WHEN DCL-BENEFICIO
                   PERFORM CONFERIR-BENEFICIO
               WHEN OTHER
                   MOVE "S" TO W-EMISSAO-OK
           END-EVALUATE
           IF  W-EMISSAO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           ACCEPT W-FINALIDADE AT 1529 WITH UPPER AUTO
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF

           CALL "PGM54" USING W-CPF-INFORMADO "M" WS-OPERADOR-LOGADO
                W-NUM-PROTOCOLO
           IF  W-NUM-PROTOCOLO = ZEROS
               DISPLAY "PROTOCOLO NAO ALOCADO - DECLARACAO NAO EMITIDA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-HORA-SIST FROM TIME
           PERFORM CARREGAR-NUCLEO
           PERFORM GERAR-CODIGO
           IF  W-CODIGO-LIVRE NOT = "S"
               DISPLAY "ERRO DE E/S NO SORTEIO DO CODIGO - STATUS "
                       CODERRO AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-DECLARACAO
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
               EXIT PARAGRAPH
           END-IF
           CALL "PGM16" USING CPF WS-OPERADOR-LOGADO
                              W-CONSULTA-MASCARADA
           PERFORM IMPRIMIR-DECLARACAO

           DISPLAY "PROTOCOLO........:" AT 1610
           DISPLAY W-NUM-PROTOCOLO      AT 1629
           DISPLAY "CODIGO...........:" AT 1710
           DISPLAY W-CODIGO-EXIBICAO    AT 1729
           DISPLAY "VALIDA ATE.......:" AT 1810
           MOVE DCL-DATA-VALIDADE TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO      AT 1829.

       CONFERIR-ENDERECO.
           IF  ENDERECO = SPACES
               DISPLAY "CADASTRO SEM ENDERECO - DECLARACAO RECUSADA"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               MOVE "S" TO W-EMISSAO-OK
           END-IF.

      *    SO DECLARA BENEFICIO A INSCRICAO ATIVA QUE A ULTIMA
      *    APURACAO (PGM51) NAO DEU COMO INAPTA.
       CONFERIR-BENEFICIO.
           IF  W-SEM-INSCRICOES = "S"
               DISPLAY "REGISTRO DE INSCRICOES INDISPONIVEL" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAMA.........:" AT 1410
           PERFORM WITH TEST AFTER UNTIL W-PROGRAMA NOT = SPACES
               ACCEPT W-PROGRAMA AT 1429 WITH UPPER AUTO
           END-PERFORM
           MOVE W-CPF-INFORMADO TO INS-CPF
           MOVE W-PROGRAMA      TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  CODERRO-INS NOT = "00"
               DISPLAY "SEM INSCRICAO NESTE PROGRAMA" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  NOT INS-ATIVA
               DISPLAY "INSCRICAO CANCELADA - DECLARACAO RECUSADA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  INS-INAPTO
               DISPLAY "INSCRICAO INAPTA NA ULTIMA APURACAO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROGRAMA TO W-DESCR-PROGRAMA
           IF  W-SEM-PROGRAMAS NOT = "S"
               MOVE W-PROGRAMA TO PRB-CODIGO
               READ ARQ-PROGRAMAS
               IF  CODERRO-PRB = "00"
                   MOVE PRB-DESCRICAO TO W-DESCR-PROGRAMA
               END-IF
           END-IF
           DISPLAY W-DESCR-PROGRAMA AT 1442
           MOVE "S" TO W-EMISSAO-OK.

       CARREGAR-NUCLEO.
           MOVE ZEROS TO W-QTD-NUCLEO
           IF  NOT DCL-CADASTRO OR W-SEM-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"             TO W-FIM-DEPENDENTES
           MOVE W-CPF-INFORMADO TO DEP-CPF-TITULAR
           MOVE ZEROS           TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEPENDENTES
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM GUARDAR-DEPENDENTE UNTIL W-FIM-DEPENDENTES = "S".

       LER-DEPENDENTE.
           IF  W-FIM-DEPENDENTES NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEPENDENTES
               END-READ
               IF  W-FIM-DEPENDENTES NOT = "S"
                AND DEP-CPF-TITULAR NOT = W-CPF-INFORMADO
                   MOVE "S" TO W-FIM-DEPENDENTES
               END-IF
           END-IF.

       GUARDAR-DEPENDENTE.
           IF  W-QTD-NUCLEO < W-MAX-NUCLEO
               ADD 1 TO W-QTD-NUCLEO
               MOVE DEP-NOME       TO W-NUC-NOME (W-QTD-NUCLEO)
               MOVE DEP-PARENTESCO TO W-NUC-PARENTESCO (W-QTD-NUCLEO)
           END-IF
           PERFORM LER-DEPENDENTE.

       GERAR-CODIGO.
           COMPUTE W-SEMENTE = WS-HORA-SIST-NUM + W-NUM-PROTOCOLO
           COMPUTE W-SORTEIO = FUNCTION RANDOM (W-SEMENTE)
           MOVE "N" TO W-CODIGO-LIVRE
           PERFORM SORTEAR-CODIGO UNTIL W-CODIGO-LIVRE NOT = "N"
           MOVE SPACES          TO W-CODIGO-EXIBICAO
           STRING W-CODIGO (1:4) "-" W-CODIGO (5:4) "-" W-CODIGO (9:4)
               DELIMITED BY SIZE INTO W-CODIGO-EXIBICAO.

       SORTEAR-CODIGO.
           PERFORM SORTEAR-POSICAO
                   VARYING W-IND-CODIGO FROM 1 BY 1
                   UNTIL W-IND-CODIGO > 12
           MOVE W-CODIGO TO DCL-CODIGO
           READ ARQ-DECLARACOES
      *    "00" = CODIGO JA USADO, SORTEIA OUTRO; QUALQUER OUTRO
      *    STATUS E ERRO DE E/S E ENCERRA O SORTEIO ("E").
           IF  CODERRO = "23"
               MOVE "S" TO W-CODIGO-LIVRE
           ELSE
           IF  CODERRO NOT = "00"
               MOVE "E" TO W-CODIGO-LIVRE
           END-IF
           END-IF.

       SORTEAR-POSICAO.
           COMPUTE W-POS-ALFABETO = FUNCTION RANDOM * 32 + 1
           MOVE W-ALFABETO (W-POS-ALFABETO:1)
                TO W-CODIGO (W-IND-CODIGO:1).

      *    O QUE O PAPEL DECLARA FICA COPIADO NO REGISTRO (RESUMO).
       GRAVAR-DECLARACAO.
           INITIALIZE REG-DECLARACOES
           MOVE W-CODIGO           TO DCL-CODIGO
           MOVE W-NUM-PROTOCOLO    TO DCL-PROTOCOLO
           MOVE W-CPF-INFORMADO    TO DCL-CPF
           MOVE W-TIPO             TO DCL-TIPO
           MOVE NOME               TO DCL-NOME
           MOVE W-FINALIDADE       TO DCL-FINALIDADE
           MOVE WS-DATA-SIST-NUM   TO DCL-DATA-EMISSAO
           MOVE WS-HORA-SIST (1:6) TO DCL-HORA-EMISSAO
           COMPUTE DCL-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM)
                    + W-PRAZO-VALIDADE)
           MOVE WS-OPERADOR-LOGADO TO DCL-OPERADOR
           MOVE "V"                TO DCL-SITUACAO
           EVALUATE TRUE
               WHEN DCL-CADASTRO
                   STRING "CADASTRO ATIVO - NUCLEO COM " W-QTD-NUCLEO
                          " DEPENDENTE(S)"
                       DELIMITED BY SIZE INTO DCL-RESUMO
               WHEN DCL-RESIDENCIA
                   STRING ENDERECO DELIMITED BY "  "
                          " - "    DELIMITED BY SIZE
                          BAIRRO   DELIMITED BY "  "
                          " - "    DELIMITED BY SIZE
                          CIDADE   DELIMITED BY "  "
                       INTO DCL-RESUMO
               WHEN OTHER
                   MOVE W-PROGRAMA TO DCL-PROGRAMA
                   STRING "PROGRAMA " W-PROGRAMA " - " W-DESCR-PROGRAMA
                       DELIMITED BY SIZE INTO DCL-RESUMO
           END-EVALUATE
           WRITE REG-DECLARACOES.

      *    ----------------------------------------------------------
      *    DOCUMENTO IMPRESSO: CPF MASCARADO COMO NOS PORTAIS
      *    PUBLICOS (***.NNN.NNN-**); O CODIGO E O QUE AUTENTICA.
      *    ----------------------------------------------------------
       IMPRIMIR-DECLARACAO.
           CALL "PGM38" USING "A" W-PROGRAMA-EMISSOR WS-OPERADOR-LOGADO
                              W-QTD-CATALOGO W-GERACAO-REL
                              W-NOME-RELATORIO
           MOVE W-GERACAO-REL TO W-NOME-RELATORIO (19:2)
           OPEN OUTPUT REL-DECLARACAO
           IF  CODERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-RELATORIO ": "
                       CODERRO-REL AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF

           MOVE "SISTEMA DE CADASTRO DE PESSOAS" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN DCL-CADASTRO
                   MOVE "DECLARACAO DE CADASTRO SOCIAL" TO W-LINHA-TEXTO
               WHEN DCL-RESIDENCIA
                   MOVE "DECLARACAO DE RESIDENCIA"      TO W-LINHA-TEXTO
               WHEN OTHER
                   MOVE "DECLARACAO DE BENEFICIARIO"    TO W-LINHA-TEXTO
           END-EVALUATE
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 3 LINES

           MOVE SPACES TO W-CPF-DOCUMENTO
           STRING "***." CPF (4:3) "." CPF (7:3) "-**"
               DELIMITED BY SIZE INTO W-CPF-DOCUMENTO
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "DECLARAMOS QUE " NOME DELIMITED BY "  "
                  ", CPF "          DELIMITED BY SIZE
                  W-CPF-DOCUMENTO   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
               INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 3 LINES
           EVALUATE TRUE
               WHEN DCL-CADASTRO
                   PERFORM IMPRIMIR-CORPO-CADASTRO
               WHEN DCL-RESIDENCIA
                   PERFORM IMPRIMIR-CORPO-RESIDENCIA
               WHEN OTHER
                   PERFORM IMPRIMIR-CORPO-BENEFICIO
           END-EVALUATE

           MOVE SPACES TO W-LINHA-TEXTO
           IF  W-FINALIDADE = SPACES
               MOVE "PARA OS FINS QUE SE FIZEREM NECESSARIOS."
                    TO W-LINHA-TEXTO
           ELSE
               STRING "PARA FINS DE " W-FINALIDADE
                   DELIMITED BY SIZE INTO W-LINHA-TEXTO
           END-IF
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES

           MOVE SPACES TO W-LINHA-TEXTO
           STRING "EMITIDA EM " WS-DATA-FORMATADA " AS " WS-HH-SIST
                  ":" WS-MM-SIST " - PROTOCOLO " W-NUM-PROTOCOLO
                  " - OPERADOR " WS-OPERADOR-LOGADO
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 3 LINES
           MOVE DCL-DATA-VALIDADE TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "VALIDA ATE " W-DATA-EXIBICAO
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "CODIGO DE VERIFICACAO: " W-CODIGO-EXIBICAO
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES
           MOVE "A AUTENTICIDADE PODE SER CONFERIDA NO BALCAO DE ATENDIM
      -         "ENTO OU NO" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           MOVE "TERMINAL DE CONSULTA PUBLICA, INFORMANDO O CODIGO ACIMA
      -         "." TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE

           CLOSE REL-DECLARACAO
           MOVE 1 TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR
                              WS-OPERADOR-LOGADO
                              W-QTD-CATALOGO W-GERACAO-REL
                              W-NOME-RELATORIO
           DISPLAY "DECLARACAO EMITIDA EM " AT 2010
           DISPLAY W-NOME-RELATORIO AT 2032.

       IMPRIMIR-CORPO-CADASTRO.
           MOVE "ESTA INSCRITO(A), COM CADASTRO ATIVO, NO CADASTRO SOCIA
      -         "L DO MUNICIPIO." TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           MOVE "NUCLEO FAMILIAR REGISTRADO:" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES
           IF  W-QTD-NUCLEO = ZEROS
               MOVE "   (NENHUM DEPENDENTE REGISTRADO)" TO W-LINHA-TEXTO
               WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           ELSE
               PERFORM IMPRIMIR-MEMBRO-NUCLEO
                       VARYING W-IND-NUCLEO FROM 1 BY 1
                       UNTIL W-IND-NUCLEO > W-QTD-NUCLEO
           END-IF.

       IMPRIMIR-MEMBRO-NUCLEO.
           EVALUATE W-NUC-PARENTESCO (W-IND-NUCLEO)
               WHEN "F"    MOVE "FILHO(A)"     TO W-DESCR-PARENTESCO
               WHEN "C"    MOVE "CONJUGE"      TO W-DESCR-PARENTESCO
               WHEN "P"    MOVE "PAI/MAE"      TO W-DESCR-PARENTESCO
               WHEN OTHER  MOVE "OUTRO"        TO W-DESCR-PARENTESCO
           END-EVALUATE
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "   - " W-NUC-NOME (W-IND-NUCLEO) "  "
                  W-DESCR-PARENTESCO
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE.

       IMPRIMIR-CORPO-RESIDENCIA.
           MOVE "RESIDE, CONFORME O CADASTRO SOCIAL DO MUNICIPIO, NO END
      -         "ERECO:" TO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "   " ENDERECO " " COMPLEMENTO
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "   " BAIRRO " - " CIDADE " - " ESTADO "  CEP " CEP
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE.

       IMPRIMIR-CORPO-BENEFICIO.
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "E BENEFICIARIO(A) DO PROGRAMA " W-PROGRAMA " - "
                  W-DESCR-PROGRAMA
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE
           MOVE INS-DATA-INSCRICAO TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           MOVE SPACES TO W-LINHA-TEXTO
           STRING "COM INSCRICAO ATIVA DESDE " W-DATA-EXIBICAO "."
               DELIMITED BY SIZE INTO W-LINHA-TEXTO
           WRITE REG-REL FROM W-LINHA-TEXTO AFTER ADVANCING 1 LINE.

      *    ----------------------------------------------------------
      *    REVOGACAO (DECLARACAO EMITIDA POR ENGANO, DADO QUE MUDOU,
      *    PAPEL EXTRAVIADO): A CONSULTA PASSA A DIZER "REVOGADA".
      *    ----------------------------------------------------------
       REVOGAR-DECLARACAO.
           IF  NOT OPERADOR-SUPERVISOR
               DISPLAY "REVOGACAO RESTRITA AO SUPERVISOR" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO...........:" AT 1210
           PERFORM WITH TEST AFTER UNTIL W-CODIGO-DIGITADO NOT = SPACES
               ACCEPT W-CODIGO-DIGITADO AT 1229 WITH UPPER AUTO
           END-PERFORM
           IF  W-CODIGO-DIGITADO (5:1) = "-"
               STRING W-CODIGO-DIGITADO (1:4) W-CODIGO-DIGITADO (6:4)
                      W-CODIGO-DIGITADO (11:4)
                   DELIMITED BY SIZE INTO DCL-CODIGO
           ELSE
               MOVE W-CODIGO-DIGITADO TO DCL-CODIGO
           END-IF
           READ ARQ-DECLARACOES
           IF  CODERRO NOT = "00"
               DISPLAY "CODIGO NAO ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DCL-CADASTRO   MOVE "CADASTRO"   TO W-DESCR-TIPO
               WHEN DCL-RESIDENCIA MOVE "RESIDENCIA" TO W-DESCR-TIPO
               WHEN OTHER          MOVE "BENEFICIO"  TO W-DESCR-TIPO
           END-EVALUATE
           DISPLAY "DECLARACAO.......:" AT 1310
           DISPLAY W-DESCR-TIPO AT 1329
           DISPLAY DCL-NOME     AT 1342
           DISPLAY "EMITIDA EM.......:" AT 1410
           MOVE DCL-DATA-EMISSAO TO W-DATA-EDICAO
           PERFORM EDITAR-DATA
           DISPLAY W-DATA-EXIBICAO AT 1429
           DISPLAY DCL-OPERADOR    AT 1442
           DISPLAY "PROTOCOLO........:" AT 1510
           DISPLAY DCL-PROTOCOLO   AT 1529
           DISPLAY "RESUMO...........:" AT 1610
           DISPLAY DCL-RESUMO      AT 1629
           IF  DCL-REVOGADA
               MOVE DCL-DATA-REVOGACAO TO W-DATA-EDICAO
               PERFORM EDITAR-DATA
               DISPLAY "DECLARACAO JA REVOGADA EM " AT 2421
                       WITH FOREGROUND-COLOR 4
               DISPLAY W-DATA-EXIBICAO AT 2447
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO...........:" AT 1710
           PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
               ACCEPT W-MOTIVO AT 1729 WITH UPPER AUTO
           END-PERFORM
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "R"                TO DCL-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO DCL-DATA-REVOGACAO
           MOVE WS-OPERADOR-LOGADO TO DCL-OPERADOR-REVOG
           MOVE W-MOTIVO           TO DCL-MOTIVO-REVOG
           REWRITE REG-DECLARACOES
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-GRAVACAO
           ELSE
               DISPLAY "DECLARACAO REVOGADA" AT 2421
           END-IF.

       RECEBER-CONFIRMACAO.
           DISPLAY "CONFIRMA? (S/N)..:" AT 1910
           MOVE SPACE TO W-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 1929 WITH UPPER AUTO
           END-PERFORM.

       EDITAR-DATA.
           MOVE W-DATA-EDICAO (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-EDICAO (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"                 TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-EDICAO (1:4) TO W-DATA-EXIBICAO (7:4).

       EXIBIR-ERRO-GRAVACAO.
           DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO
                   AT 2421 WITH FOREGROUND-COLOR 4.

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2235 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC

               IF  OPC-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       FINALIZACAO.
           IF  W-ARQUIVO-ABERTO = "S"
               CLOSE ARQ-DECLARACOES
           END-IF.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF  W-SEM-INSCRICOES NOT = "S"
               CLOSE ARQ-INSCRICOES
           END-IF.
           IF  W-SEM-PROGRAMAS NOT = "S"
               CLOSE ARQ-PROGRAMAS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

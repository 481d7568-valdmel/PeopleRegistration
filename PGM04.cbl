           COPY CPYSELNO REPLACING STATUS-FIELD BY CODERRO-NTA.

           COPY CPYSELRD REPLACING STATUS-FIELD BY CODERRO-RND.

           COPY CPYSELFN REPLACING STATUS-FIELD BY CODERRO-FON.
       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYRENDA.

       FD  ARQ-FONETICA
           LABEL  RECORD  STANDARD.
       COPY CPYFONET.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-NTA  PIC X(2) VALUE SPACES.
       77  CODERRO-RND  PIC X(2) VALUE SPACES.
       77  W-SEM-RENDA  PIC X VALUE "N".
       77  CODERRO-FON  PIC X(2) VALUE SPACES.
       77  W-SEM-FONETICA  PIC X VALUE "N".
       01  W-COD-PESQUISA      PIC X(30) VALUE SPACES.
       01  W-TAM-COD-PESQ      PIC 99 VALUE ZEROS.
       01  W-BRANCOS           PIC 99 VALUE ZEROS.
       01  W-FIM-CANDIDATOS    PIC X VALUE "N".
       01  W-CANDIDATO-OK      PIC X VALUE "N".
       01  W-ESCOLHA-OK        PIC X VALUE "N".
       01  W-QTD-CANDIDATOS    PIC 9 VALUE ZEROS.
       01  W-OPC-CANDIDATO     PIC X VALUE SPACE.
           88  OPC-CAND-NUMERO     VALUE "1" THRU "8".
       01  W-NUM-CANDIDATO REDEFINES W-OPC-CANDIDATO PIC 9.
       01  W-TAB-CANDIDATOS.
           05  W-CAND-CPF      PIC X(11) OCCURS 8 TIMES.
       01  W-RENDA-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  W-RENDA-STATUS      PIC X(20) VALUE SPACES.
       01  W-ANO-DECL          PIC 9(4) VALUE ZEROS.
           88  PESQ-POR-CPF     VALUE "C".
           88  PESQ-POR-NOME    VALUE "N".
           88  PESQ-POR-ENDERECO VALUE "E".
           88  PESQ-FONETICA    VALUE "F".
       01  W-CPF-EXIBICAO   PIC X(11) VALUE SPACES.
       01  W-CONSULTA-MASCARADA PIC X VALUE SPACE.
       COPY CPYREDIR.
           IF  CODERRO-RND NOT = "00"
               MOVE "S" TO W-SEM-RENDA
           END-IF.
      *    O INDICE FONETICO (PGM117/PGM118) TAMBEM E OPCIONAL: SEM
      *    ELE A PESQUISA "F" SO AVISA QUE NAO ESTA DISPONIVEL.
           OPEN INPUT ARQ-FONETICA.
           IF  CODERRO-FON NOT = "00"
               MOVE "S" TO W-SEM-FONETICA
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF  CODERRO-NTA = "35"
               OPEN OUTPUT ARQ-NOTAS
                       MOVE  "23"  TO  CODERRO
               END-READ
           ELSE
               DISPLAY  "PESQUISAR POR CPF, NOME, FONETICA OU "
                        "ENDERECO (C/N/F/E):" AT 0910
               PERFORM WITH TEST AFTER
                       UNTIL PESQ-POR-CPF OR PESQ-POR-NOME
                          OR PESQ-POR-ENDERECO OR PESQ-FONETICA
                   ACCEPT W-MODO-PESQUISA AT 0967 WITH UPPER AUTO
               END-PERFORM

               IF  PESQ-POR-ENDERECO
                   DISPLAY  "DIGITE O CPF A PESQUISAR"  AT 1010
                   ACCEPT CPF  AT 1222
                   READ ARQ-PESSOAS
               ELSE
               IF  PESQ-FONETICA
                   DISPLAY  "DIGITE O NOME A PESQUISAR"  AT 1010
                   ACCEPT NOME  AT 1322
                   PERFORM PESQUISAR-FONETICA
               ELSE
                   DISPLAY  "DIGITE O NOME A PESQUISAR"  AT 1010
                   ACCEPT NOME  AT 1322
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

               MOVE  "23"  TO  CODERRO
           END-IF.

      *    PESQUISA FONETICA: O NOME DIGITADO VIRA CHAVE DE SOM
      *    (PGM117) E O INDICE FONETICO E LIDO A PARTIR DELA ENQUANTO
      *    A CHAVE COMECAR IGUAL (SO O PRIMEIRO NOME JA SERVE). AS
      *    PESSOAS ATIVAS ACHADAS SAEM EM LISTA, 8 POR PAGINA, COM
      *    NASCIMENTO E BAIRRO PARA O ATENDENTE RECONHECER A CERTA; A
      *    ESCOLHIDA E LIDA PELO CPF E SEGUE O CAMINHO NORMAL DA
      *    CONSULTA (EXIBICAO E LOG). "0" = NENHUMA DAS LISTADAS.
       PESQUISAR-FONETICA.
           IF  W-SEM-FONETICA = "S"
               DISPLAY "INDICE FONETICO INDISPONIVEL" AT 1140
                       WITH BLINK
               MOVE "98" TO CODERRO
               EXIT PARAGRAPH
           END-IF
           CALL "PGM117" USING "C" CPF NOME W-COD-PESQUISA CODERRO-FON
           IF  W-COD-PESQUISA = SPACES
               MOVE "23" TO CODERRO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-COD-PESQUISA TALLYING W-BRANCOS
                   FOR TRAILING SPACES
           COMPUTE W-TAM-COD-PESQ = 30 - W-BRANCOS

           MOVE "N" TO W-FIM-CANDIDATOS
           MOVE W-COD-PESQUISA TO FON-CODIGO
           START ARQ-FONETICA KEY NOT < FON-CODIGO
               INVALID KEY
                   MOVE "S" TO W-FIM-CANDIDATOS
           END-START
           PERFORM LER-CANDIDATO
           IF  W-FIM-CANDIDATOS = "S"
               MOVE "23" TO CODERRO
               EXIT PARAGRAPH
           END-IF

           PERFORM EXIBIR-PAGINA-CANDIDATOS WITH TEST AFTER
                   UNTIL W-OPC-CANDIDATO NOT = "M"
           PERFORM LIMPAR-AREA-NOTAS
           PERFORM EXIBIR-ROTULOS
           IF  W-OPC-CANDIDATO = "0"
               MOVE "23" TO CODERRO
           ELSE
               MOVE W-CAND-CPF (W-NUM-CANDIDATO) TO CPF
               READ ARQ-PESSOAS
           END-IF.

      *    PROXIMA PESSOA ATIVA DO INDICE COM A CHAVE PESQUISADA.
       LER-CANDIDATO.
           MOVE "N" TO W-CANDIDATO-OK
           PERFORM LER-PROXIMO-FONETICO
                   UNTIL W-FIM-CANDIDATOS = "S" OR W-CANDIDATO-OK = "S".

       LER-PROXIMO-FONETICO.
           READ ARQ-FONETICA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-CANDIDATOS
           END-READ
           IF  W-FIM-CANDIDATOS = "S"
               EXIT PARAGRAPH
           END-IF
           IF  CODERRO-FON (1:1) NOT = "0"
            OR FON-CODIGO (1:W-TAM-COD-PESQ)
               NOT = W-COD-PESQUISA (1:W-TAM-COD-PESQ)
               MOVE "S" TO W-FIM-CANDIDATOS
               EXIT PARAGRAPH
           END-IF
           MOVE FON-CPF TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO = "00" AND PESSOA-ATIVA
               MOVE "S" TO W-CANDIDATO-OK
           END-IF.

       EXIBIR-PAGINA-CANDIDATOS.
           PERFORM LIMPAR-AREA-NOTAS
           DISPLAY "NR" AT 1203
           DISPLAY "CPF" AT 1206
           DISPLAY "NOME" AT 1218
           DISPLAY "NASCIM." AT 1249
           DISPLAY "BAIRRO" AT 1258
           MOVE ZEROS TO W-QTD-CANDIDATOS
           MOVE 13    TO W-LINHA-NOTA
           PERFORM EXIBIR-CANDIDATO
                   UNTIL W-FIM-CANDIDATOS = "S" OR W-QTD-CANDIDATOS = 8
           IF  W-FIM-CANDIDATOS = "S"
               DISPLAY "NUMERO DO CANDIDATO OU 0=NENHUM:" AT 2110
           ELSE
               DISPLAY "NUMERO DO CANDIDATO, M=MAIS OU 0=NENHUM:"
                       AT 2110
           END-IF
           MOVE "N" TO W-ESCOLHA-OK
           PERFORM WITH TEST AFTER UNTIL W-ESCOLHA-OK = "S"
               MOVE SPACE TO W-OPC-CANDIDATO
               ACCEPT W-OPC-CANDIDATO AT 2151 WITH UPPER AUTO
               IF  W-OPC-CANDIDATO = "0"
                   MOVE "S" TO W-ESCOLHA-OK
               ELSE
               IF  W-OPC-CANDIDATO = "M"
                   IF  W-FIM-CANDIDATOS NOT = "S"
                       MOVE "S" TO W-ESCOLHA-OK
                   END-IF
               ELSE
               IF  OPC-CAND-NUMERO
                   IF  W-NUM-CANDIDATO NOT > W-QTD-CANDIDATOS
                       MOVE "S" TO W-ESCOLHA-OK
                   END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

       EXIBIR-CANDIDATO.
           ADD 1 TO W-QTD-CANDIDATOS
           MOVE CPF TO W-CAND-CPF (W-QTD-CANDIDATOS)
           PERFORM MASCARAR-CPF
           DISPLAY W-QTD-CANDIDATOS AT LINE W-LINHA-NOTA COLUMN 03
           DISPLAY W-CPF-EXIBICAO   AT LINE W-LINHA-NOTA COLUMN 06
           DISPLAY NOME             AT LINE W-LINHA-NOTA COLUMN 18
           DISPLAY DATA-NASCIMENTO  AT LINE W-LINHA-NOTA COLUMN 49
           DISPLAY BAIRRO           AT LINE W-LINHA-NOTA COLUMN 58
           ADD 1 TO W-LINHA-NOTA
           PERFORM LER-CANDIDATO.

       EXIBIR-DADOS-LIDOS.
           IF  CODERRO NOT = "00"
               PERFORM EXIBIR-ERRO-LEITURA
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST
           MOVE WS-OPERADOR-LOGADO TO NTA-OPERADOR
           MOVE WS-POSTO-LOGADO    TO NTA-POSTO
           MOVE W-TEXTO-NOTA       TO NTA-TEXTO
           WRITE REG-NOTAS
           IF  CODERRO-NTA = "22"
      *    CONSULTAS (A PESSOA JA FOI LOGADA QUANDO FOI EXIBIDA).
       RESTAURAR-TELA-CONSULTA.
           PERFORM LIMPAR-AREA-NOTAS
           PERFORM EXIBIR-ROTULOS
           PERFORM EXIBIR-CAMPOS.

       EXIBIR-ROTULOS.
           DISPLAY  "CPF:"   AT  1210
           DISPLAY  "NOME:"   AT  1310
           DISPLAY  "ENDERECO:"   AT  1410
           DISPLAY  "ESTADO:"   AT  1810
           DISPLAY  "CEP:"   AT  1910
           DISPLAY  "EMAIL:"   AT  2010
           DISPLAY  "TELEFONE:"   AT  2110.

       FINALIZACAO.
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA
           END-IF.
           CLOSE ARQ-NOTAS.
           IF  W-SEM-FONETICA NOT = "S"
               CLOSE ARQ-FONETICA
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


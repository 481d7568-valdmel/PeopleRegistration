      *    PGM24) DE CADA UM -- DUAS GRAFIAS DIVERGENTES DA MESMA
      *    MORADIA SAEM EM GRUPOS VIZINHOS E ALIMENTAM O FLUXO DE
      *    FUSAO PGM27/PGM28. O CPF SAI MASCARADO PARA QUEM NAO TEM
      *    O PRIVILEGIO (MESMA REGRA DO PGM04). CADA PESSOA SAI COM O
      *    CRAS E A UBS DO SEU TERRITORIO (UNIDPESS.DAT, ATRIBUIDOS
      *    PELO PGM100), QUANDO HOUVER. CHAMADO PELA PROPRIA
      *    CONSULTA (PGM04, MODO DE PESQUISA "E").
      *
       ENVIRONMENT DIVISION.

           COPY CPYSELDE REPLACING STATUS-FIELD BY CODERRO-DEP.

           COPY CPYSELUP REPLACING STATUS-FIELD BY CODERRO-UNP.

           SELECT REL-ENDERECO ASSIGN TO W-NOME-RELATORIO
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-REL.
           LABEL  RECORD  STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-UNIDADE-PESSOA
           LABEL  RECORD  STANDARD.
       COPY CPYUNIDP.

       FD  REL-ENDERECO
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).
           05  CLA-NOME            PIC X(30).
           05  CLA-CPF             PIC X(11).
           05  CLA-QTD-NUCLEO      PIC 9(3).
           05  CLA-CRAS            PIC X(6).
           05  CLA-UBS             PIC X(6).

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-DEP  PIC X(2) VALUE SPACES.
       77  CODERRO-REL  PIC X(2) VALUE SPACES.
       77  CODERRO-UNP  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       01  W-SEM-DEPENDENTES   PIC X VALUE "N".
       01  W-SEM-UNIDADES      PIC X VALUE "N".
       01  W-FIM-ARQUIVO       PIC X VALUE "N".
       01  W-FIM-DEPENDENTES   PIC X VALUE "N".
       01  W-FIM-CLASSIFICA    PIC X VALUE "N".
           05  FILLER              PIC X(10)
               VALUE "  NUCLEO: ".
           05  WP-QTD-NUCLEO       PIC ZZ9.
           05  FILLER              PIC X(8)
               VALUE "  CRAS: ".
           05  WP-CRAS             PIC X(6).
           05  FILLER              PIC X(7)
               VALUE "  UBS: ".
           05  WP-UBS              PIC X(6).

       SCREEN SECTION.
           01 TELA01.
           IF  CODERRO-DEP NOT = "00"
               MOVE "S" TO W-SEM-DEPENDENTES
           END-IF.
           OPEN INPUT ARQ-UNIDADE-PESSOA.
           IF  CODERRO-UNP NOT = "00"
               MOVE "S" TO W-SEM-UNIDADES
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
                   MOVE NOME        TO CLA-NOME
                   MOVE CPF         TO CLA-CPF
                   COMPUTE CLA-QTD-NUCLEO = W-QTD-DEP + 1
                   PERFORM BUSCAR-UNIDADES
                   RELEASE REG-CLASSIFICA
               END-IF
           END-IF
               MOVE "N" TO W-REGISTRO-CASA
           END-IF.

      *    PESSOA AINDA NAO ATRIBUIDA (OU SEM A ATRIBUICAO RODADA)
      *    SAI COM AS UNIDADES EM BRANCO.
       BUSCAR-UNIDADES.
           MOVE SPACES TO CLA-CRAS CLA-UBS
           IF  W-SEM-UNIDADES NOT = "S"
               MOVE CPF TO UNP-CPF
               READ ARQ-UNIDADE-PESSOA
               IF  CODERRO-UNP = "00"
                   MOVE UNP-CRAS TO CLA-CRAS
                   MOVE UNP-UBS  TO CLA-UBS
               END-IF
           END-IF.

       CONTAR-NUCLEO.
           MOVE ZEROS TO W-QTD-DEP
           IF  W-SEM-DEPENDENTES = "S"
           MOVE W-CPF-EXIBICAO TO WP-CPF
           MOVE CLA-NOME       TO WP-NOME
           MOVE CLA-QTD-NUCLEO TO WP-QTD-NUCLEO
           MOVE CLA-CRAS       TO WP-CRAS
           MOVE CLA-UBS        TO WP-UBS
           WRITE REG-REL FROM W-LINHA-PESSOA AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA
           ADD 1 TO W-CONT-LISTADOS
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF  W-SEM-UNIDADES NOT = "S"
               CLOSE ARQ-UNIDADE-PESSOA
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


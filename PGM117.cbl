       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM117.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CHAVE FONETICA DE NOME. A PESQUISA DO PGM04 PELO INDICE
      *    ALTERNADO DE NOME SO ACHA A GRAFIA EXATA ("WAGNER" NAO ACHA
      *    "VAGNER", "SOUZA" NAO ACHA "SOUSA", "LUIZ" NAO ACHA "LUIS")
      *    E O ATENDENTE ACABA CADASTRANDO A PESSOA DE NOVO. ESTA
      *    ROTINA REDUZ O NOME A UM CODIGO DE SOM, COM AS REGRAS DO
      *    PORTUGUES FALADO:
      *      - CADA PALAVRA E CODIFICADA EM SEPARADO; AS PARTICULAS
      *        DE/DA/DO/DAS/DOS/E SAO DESPREZADAS; OS CODIGOS SAEM
      *        SEPARADOS POR UM ESPACO, NA ORDEM DO NOME;
      *      - VOGAL (Y = I) SO CONTA COMO PRIMEIRA LETRA DA PALAVRA;
      *        NO MEIO ELA SO SEPARA CONSOANTES IGUAIS; H E MUDO;
      *      - CH/SH/X = X; CE/CI/S/SS/Z/SC(E/I) = S; CA/CO/CU/K/Q = K
      *        (CHR/CHL TAMBEM = K, COMO EM "CHRISTIANE");
      *        GE/GI/J = J; PH/F = F; W/V = V; NH = N; LH = L;
      *      - N OU M ANTES DE CONSOANTE OU NO FIM DA PALAVRA = M
      *        ("WILLIAN"/"WILLIAM");
      *      - LETRAS DOBRADAS VALEM UMA SO.
      *    FUNCOES (LK-FUNCAO):
      *      C - SO CALCULA O CODIGO DE LK-NOME EM LK-CODIGO (PGM04 NA
      *          PESQUISA, PGM27 NA VARREDURA DE DUPLICADOS);
      *      G - CALCULA E GRAVA/REGRAVA A ENTRADA DO CPF NO INDICE
      *          FONETICO (FONETICA.DAT, CPYSELFN);
      *      E - EXCLUI A ENTRADA DO CPF DO INDICE;
      *      A - ABRE O INDICE PARA UMA SERIE DE G/E DE UM BATCH
      *          (PGM12), QUE SO E FECHADO PELA FUNCAO F; FORA DE UMA
      *          SERIE CADA G/E ABRE E FECHA O INDICE NA PROPRIA
      *          CHAMADA, COMO A TRILHA DO PGM05;
      *      R - RECRIA O INDICE VAZIO E O DEIXA ABERTO COMO EM A
      *          (RECONSTRUCAO DO PGM118);
      *      F - FECHA O INDICE ABERTO POR A OU R.
      *    QUEM MANTEM O INDICE EM DIA E O PGM05: TODO PROGRAMA QUE
      *    GRAVA NOME CHAMA A TRILHA COM AS IMAGENS ANTES/DEPOIS E O
      *    PGM05 REPASSA A ALTERACAO PARA CA. AS CARGAS QUE GRAVAM
      *    ARQ-PESSOAS SEM TRILHA (PGM08 E PGM12) CHAMAM DIRETO.
      *    LK-STATUS DEVOLVE O FILE STATUS DA ULTIMA OPERACAO NO
      *    INDICE ("00" NA FUNCAO C).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELFN REPLACING STATUS-FIELD BY W-COD-ERRO-FON.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-FONETICA
           LABEL  RECORD  STANDARD.
       COPY CPYFONET.

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-FON      PIC X(2) VALUE SPACES.
      *    "S" = INDICE ABERTO POR A/R E AINDA NAO FECHADO POR F.
       77  W-SERIE-ABERTA      PIC X    VALUE "N".
      *    "S" = INDICE ABERTO SO PARA A CHAMADA CORRENTE.
       77  W-ABERTO-AVULSO     PIC X    VALUE "N".
       77  W-POS-NOME          PIC 99   VALUE ZEROS.
       77  W-POS-CODIGO        PIC 99   VALUE ZEROS.
       77  W-TAM-PALAVRA       PIC 99   VALUE ZEROS.
       77  W-POS-PALAVRA       PIC 99   VALUE ZEROS.
       77  W-TAM-COD-PALAVRA   PIC 99   VALUE ZEROS.
       77  W-PULAR             PIC 9    VALUE ZEROS.
       01  W-NOME-TRAB         PIC X(30) VALUE SPACES.
       01  W-CODIGO-TRAB       PIC X(30) VALUE SPACES.
       01  W-PALAVRA           PIC X(30) VALUE SPACES.
           88  PALAVRA-PARTICULA   VALUE "DE" "DA" "DO" "DAS" "DOS"
                                         "E".
       01  W-COD-PALAVRA       PIC X(30) VALUE SPACES.
       01  W-LETRA             PIC X    VALUE SPACE.
           88  LETRA-VOGAL         VALUE "A" "E" "I" "O" "U" "Y".
       01  W-PROXIMA           PIC X    VALUE SPACE.
           88  PROXIMA-VOGAL       VALUE "A" "E" "I" "O" "U" "Y".
           88  PROXIMA-E-I         VALUE "E" "I" "Y".
       01  W-SEGUINTE          PIC X    VALUE SPACE.
           88  SEGUINTE-E-I        VALUE "E" "I" "Y".
       01  W-SOM               PIC X    VALUE SPACE.
       01  W-ULTIMO-SOM        PIC X    VALUE SPACE.

       LINKAGE SECTION.
       01  LK-FUNCAO           PIC X(1).
           88  FUNCAO-CALCULAR     VALUE "C".
           88  FUNCAO-GRAVAR       VALUE "G".
           88  FUNCAO-EXCLUIR      VALUE "E".
           88  FUNCAO-ABRIR        VALUE "A".
           88  FUNCAO-RECRIAR      VALUE "R".
           88  FUNCAO-FECHAR       VALUE "F".
       01  LK-CPF              PIC X(11).
       01  LK-NOME             PIC X(30).
       01  LK-CODIGO           PIC X(30).
       01  LK-STATUS           PIC X(2).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CPF LK-NOME LK-CODIGO
                                LK-STATUS.
       INICIO.
           MOVE "00" TO W-COD-ERRO-FON
           EVALUATE TRUE
               WHEN FUNCAO-CALCULAR
                   PERFORM CALCULAR-CODIGO
               WHEN FUNCAO-GRAVAR
                   PERFORM CALCULAR-CODIGO
                   PERFORM GRAVAR-ENTRADA
               WHEN FUNCAO-EXCLUIR
                   PERFORM EXCLUIR-ENTRADA
               WHEN FUNCAO-ABRIR
                   PERFORM ABRIR-SERIE
               WHEN FUNCAO-RECRIAR
                   PERFORM RECRIAR-INDICE
               WHEN FUNCAO-FECHAR
                   PERFORM FECHAR-SERIE
           END-EVALUATE
           MOVE W-COD-ERRO-FON TO LK-STATUS
           GOBACK.

      *    O NOME E QUEBRADO EM PALAVRAS (ESPACO OU HIFEN SEPARAM);
      *    CADA PALAVRA FECHADA VAI PARA CODIFICAR-PALAVRA.
       CALCULAR-CODIGO.
           MOVE FUNCTION UPPER-CASE (LK-NOME) TO W-NOME-TRAB
           MOVE SPACES TO W-CODIGO-TRAB W-PALAVRA
           MOVE ZEROS  TO W-POS-CODIGO W-TAM-PALAVRA
           PERFORM EXAMINAR-CARACTERE
                   VARYING W-POS-NOME FROM 1 BY 1
                   UNTIL W-POS-NOME > 30
           PERFORM CODIFICAR-PALAVRA
           MOVE W-CODIGO-TRAB TO LK-CODIGO.

       EXAMINAR-CARACTERE.
           IF  W-NOME-TRAB (W-POS-NOME:1) = SPACE OR "-"
               PERFORM CODIFICAR-PALAVRA
           ELSE
               ADD 1 TO W-TAM-PALAVRA
               MOVE W-NOME-TRAB (W-POS-NOME:1)
                 TO W-PALAVRA (W-TAM-PALAVRA:1)
           END-IF.

       CODIFICAR-PALAVRA.
           IF  W-TAM-PALAVRA = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF  NOT PALAVRA-PARTICULA
               MOVE SPACES TO W-COD-PALAVRA
               MOVE SPACE  TO W-ULTIMO-SOM
               MOVE ZEROS  TO W-TAM-COD-PALAVRA W-PULAR
               PERFORM CODIFICAR-LETRA
                       VARYING W-POS-PALAVRA FROM 1 BY 1
                       UNTIL W-POS-PALAVRA > W-TAM-PALAVRA
               PERFORM ACRESCENTAR-PALAVRA
           END-IF
           MOVE SPACES TO W-PALAVRA
           MOVE ZEROS  TO W-TAM-PALAVRA.

      *    O CODIGO DA PALAVRA ENTRA NO CODIGO DO NOME SEPARADO POR UM
      *    ESPACO; O QUE NAO COUBER NAS 30 POSICOES E DESPREZADO.
       ACRESCENTAR-PALAVRA.
           IF  W-TAM-COD-PALAVRA = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF  W-POS-CODIGO > ZEROS
               ADD 1 TO W-POS-CODIGO
           END-IF
           IF  W-POS-CODIGO < 30
               MOVE W-COD-PALAVRA (1:W-TAM-COD-PALAVRA)
                 TO W-CODIGO-TRAB (W-POS-CODIGO + 1:)
               ADD W-TAM-COD-PALAVRA TO W-POS-CODIGO
           END-IF.

       CODIFICAR-LETRA.
           IF  W-PULAR > ZEROS
               SUBTRACT 1 FROM W-PULAR
               EXIT PARAGRAPH
           END-IF
           MOVE W-PALAVRA (W-POS-PALAVRA:1) TO W-LETRA
           MOVE SPACE TO W-PROXIMA W-SEGUINTE W-SOM
           IF  W-POS-PALAVRA < W-TAM-PALAVRA
               MOVE W-PALAVRA (W-POS-PALAVRA + 1:1) TO W-PROXIMA
           END-IF
           IF  W-POS-PALAVRA + 1 < W-TAM-PALAVRA
               MOVE W-PALAVRA (W-POS-PALAVRA + 2:1) TO W-SEGUINTE
           END-IF

           EVALUATE TRUE
               WHEN LETRA-VOGAL
                   IF  W-TAM-COD-PALAVRA = ZEROS
                       IF  W-LETRA = "Y"
                           MOVE "I" TO W-SOM
                       ELSE
                           MOVE W-LETRA TO W-SOM
                       END-IF
                   ELSE
                       MOVE SPACE TO W-ULTIMO-SOM
                   END-IF
               WHEN W-LETRA = "C"
                   IF  W-PROXIMA = "H" AND W-SEGUINTE = "R" OR "L"
                       MOVE "K" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                   IF  W-PROXIMA = "H"
                       MOVE "X" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                   IF  PROXIMA-E-I
                       MOVE "S" TO W-SOM
                   ELSE
                       MOVE "K" TO W-SOM
                   END-IF
                   END-IF
                   END-IF
               WHEN W-LETRA = "Q" OR "K"
                   MOVE "K" TO W-SOM
               WHEN W-LETRA = "G"
                   IF  PROXIMA-E-I
                       MOVE "J" TO W-SOM
                   ELSE
                       MOVE "G" TO W-SOM
                   END-IF
               WHEN W-LETRA = "P"
                   IF  W-PROXIMA = "H"
                       MOVE "F" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                       MOVE "P" TO W-SOM
                   END-IF
               WHEN W-LETRA = "N" OR "M"
                   IF  W-LETRA = "N" AND W-PROXIMA = "H"
                       MOVE "N" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                   IF  PROXIMA-VOGAL
                       MOVE W-LETRA TO W-SOM
                   ELSE
                       MOVE "M" TO W-SOM
                   END-IF
                   END-IF
               WHEN W-LETRA = "L"
                   IF  W-PROXIMA = "H"
                       MOVE 1 TO W-PULAR
                   END-IF
                   MOVE "L" TO W-SOM
               WHEN W-LETRA = "S"
                   IF  W-PROXIMA = "H"
                       MOVE "X" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                   IF  W-PROXIMA = "C" AND SEGUINTE-E-I
                       MOVE "S" TO W-SOM
                       MOVE 1   TO W-PULAR
                   ELSE
                       MOVE "S" TO W-SOM
                   END-IF
                   END-IF
               WHEN W-LETRA = "Z"
                   MOVE "S" TO W-SOM
               WHEN W-LETRA = "W"
                   MOVE "V" TO W-SOM
               WHEN W-LETRA = "B" OR "D" OR "F" OR "J" OR "R" OR "T"
                                  OR "V" OR "X"
                   MOVE W-LETRA TO W-SOM
               WHEN OTHER
      *            H MUDO, DIGITOS E SINAIS NAO TEM SOM.
                   CONTINUE
           END-EVALUATE

           IF  W-SOM NOT = SPACE
               IF  W-SOM NOT = W-ULTIMO-SOM
                   ADD 1 TO W-TAM-COD-PALAVRA
                   MOVE W-SOM TO W-COD-PALAVRA (W-TAM-COD-PALAVRA:1)
               END-IF
               MOVE W-SOM TO W-ULTIMO-SOM
           END-IF.

      *    A ENTRADA DO CPF E GRAVADA; SE JA EXISTIR (22), E REGRAVADA
      *    COM O CODIGO NOVO.
       GRAVAR-ENTRADA.
           PERFORM ABRIR-AVULSO
           IF  W-COD-ERRO-FON NOT = "00"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-FONETICA
           MOVE LK-CPF        TO FON-CPF
           MOVE W-CODIGO-TRAB TO FON-CODIGO
           WRITE REG-FONETICA
           IF  W-COD-ERRO-FON = "22"
               REWRITE REG-FONETICA
           END-IF
           IF  W-COD-ERRO-FON NOT = "00"
               DISPLAY "ERRO AO GRAVAR FONETICA.DAT - CPF " LK-CPF
                       " STATUS " W-COD-ERRO-FON
           END-IF
           PERFORM FECHAR-AVULSO.

      *    CPF SEM ENTRADA (23) NAO E ERRO: A PESSOA PODE TER SIDO
      *    GRAVADA ANTES DE O INDICE EXISTIR.
       EXCLUIR-ENTRADA.
           PERFORM ABRIR-AVULSO
           IF  W-COD-ERRO-FON NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CPF TO FON-CPF
           DELETE ARQ-FONETICA RECORD
           IF  W-COD-ERRO-FON = "23"
               MOVE "00" TO W-COD-ERRO-FON
           END-IF
           IF  W-COD-ERRO-FON NOT = "00"
               DISPLAY "ERRO AO EXCLUIR DE FONETICA.DAT - CPF " LK-CPF
                       " STATUS " W-COD-ERRO-FON
           END-IF
           PERFORM FECHAR-AVULSO.

       ABRIR-AVULSO.
           MOVE "N" TO W-ABERTO-AVULSO
           IF  W-SERIE-ABERTA = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-INDICE
           IF  W-COD-ERRO-FON = "00"
               MOVE "S" TO W-ABERTO-AVULSO
           END-IF.

       FECHAR-AVULSO.
           IF  W-ABERTO-AVULSO = "S"
               CLOSE ARQ-FONETICA
               MOVE "N" TO W-ABERTO-AVULSO
           END-IF.

      *    O INDICE E CRIADO NA PRIMEIRA GRAVACAO.
       ABRIR-INDICE.
           OPEN I-O ARQ-FONETICA
           IF  W-COD-ERRO-FON = "35"
               OPEN OUTPUT ARQ-FONETICA
               CLOSE ARQ-FONETICA
               OPEN I-O ARQ-FONETICA
           END-IF
           IF  W-COD-ERRO-FON NOT = "00"
               DISPLAY "ERRO AO ABRIR FONETICA.DAT - STATUS "
                       W-COD-ERRO-FON
           END-IF.

       ABRIR-SERIE.
           IF  W-SERIE-ABERTA = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-INDICE
           IF  W-COD-ERRO-FON = "00"
               MOVE "S" TO W-SERIE-ABERTA
           END-IF.

       RECRIAR-INDICE.
           PERFORM FECHAR-SERIE
           OPEN OUTPUT ARQ-FONETICA
           IF  W-COD-ERRO-FON NOT = "00"
               DISPLAY "ERRO AO RECRIAR FONETICA.DAT - STATUS "
                       W-COD-ERRO-FON
               EXIT PARAGRAPH
           END-IF
           CLOSE ARQ-FONETICA
           PERFORM ABRIR-SERIE.

       FECHAR-SERIE.
           IF  W-SERIE-ABERTA = "S"
               CLOSE ARQ-FONETICA
               MOVE "N" TO W-SERIE-ABERTA
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM118.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    RECONSTRUCAO DO INDICE FONETICO DE NOMES (FONETICA.DAT).
      *    NO DIA A DIA O INDICE E MANTIDO PELA TRILHA (PGM05 CHAMA O
      *    PGM117 A CADA GRAVACAO EM ARQ-PESSOAS); ESTE BATCH O RECRIA
      *    DO ZERO A PARTIR DO CADASTRO INTEIRO: NA IMPLANTACAO DO
      *    INDICE, DEPOIS DA RECARGA DO PGM08 (QUE O CHAMA NO FIM) OU
      *    SEMPRE QUE A PESQUISA FONETICA DO PGM04 PARECER FORA DE
      *    DIA. TODA PESSOA ENTRA, QUALQUER QUE SEJA A SITUACAO, MENOS
      *    A ANONIMIZADA (QUE NAO TEM MAIS NOME A PESQUISAR). RODA
      *    SOZINHO OU CHAMADO; DEVOLVE O CONTROLE COM GOBACK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-FON      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-CODIGO-FONETICO   PIC X(30) VALUE SPACES.
       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-GRAVADOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-ANONIMIZADOS PIC 9(6) VALUE ZEROS.
       01  W-CONT-ERROS        PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "N"   TO W-FIM-ARQUIVO
           MOVE ZEROS TO W-CONT-LIDOS W-CONT-GRAVADOS
                         W-CONT-ANONIMIZADOS W-CONT-ERROS
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LER-PESSOAS.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               GOBACK
           END-IF.

           CALL "PGM117" USING "R" CPF NOME W-CODIGO-FONETICO
                               W-COD-ERRO-FON.
           IF  W-COD-ERRO-FON NOT = "00"
               DISPLAY "INDICE FONETICO NAO RECONSTRUIDO"
               CLOSE ARQ-PESSOAS
               GOBACK
           END-IF.

       LER-PESSOAS.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS
           IF  PESSOA-ANONIMIZADA
               ADD 1 TO W-CONT-ANONIMIZADOS
           ELSE
               CALL "PGM117" USING "G" CPF NOME W-CODIGO-FONETICO
                                   W-COD-ERRO-FON
               IF  W-COD-ERRO-FON = "00"
                   ADD 1 TO W-CONT-GRAVADOS
               ELSE
                   ADD 1 TO W-CONT-ERROS
               END-IF
           END-IF
           PERFORM LER-PESSOAS.

       IMPRIMIR-TOTAIS.
           DISPLAY "PESSOAS LIDAS               : " W-CONT-LIDOS.
           DISPLAY "CHAVES FONETICAS GRAVADAS   : " W-CONT-GRAVADOS.
           DISPLAY "ANONIMIZADAS FORA DO INDICE : " W-CONT-ANONIMIZADOS.
           DISPLAY "ERROS DE GRAVACAO           : " W-CONT-ERROS.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CALL "PGM117" USING "F" CPF NOME W-CODIGO-FONETICO
                               W-COD-ERRO-FON.

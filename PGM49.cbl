      *    DATA. A VALIDADE EM MESES E PARAMETRO DO PGM34; VENCIDA,
      *    A CONSULTA (PGM04) E A FICHA (PGM42) EXIBEM A DECLARACAO
      *    COMO EXPIRADA. CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *    TODA DECLARACAO REGISTRADA OU EXCLUIDA E ACRESCENTADA AO
      *    HISTORICO RENDAHIS.LOG (CPYRNDHS), LIDO PELA APURACAO DE
      *    INDICIOS DE FRAUDE (PGM97).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELRD REPLACING STATUS-FIELD BY CODERRO-RND.

           SELECT ARQ-RENDA-HIST ASSIGN TO "C:\TEMP\RENDAHIS.LOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CODERRO-RHS.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYRENDA.

       FD  ARQ-RENDA-HIST
           LABEL  RECORD  STANDARD.
       COPY CPYRNDHS.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-RND  PIC X(2) VALUE SPACES.
       77  CODERRO-RHS  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "DECLARACAO REGISTRADA" AT 2421
               MOVE "D" TO RHS-OPERACAO
               PERFORM REGISTRAR-HISTORICO
               PERFORM EXIBIR-DECLARACAO
           END-IF.

                               AT 2421 WITH FOREGROUND-COLOR 4
                   ELSE
                       DISPLAY "DECLARACAO EXCLUIDA" AT 2421
                       MOVE "E" TO RHS-OPERACAO
                       PERFORM REGISTRAR-HISTORICO
                   END-IF
               ELSE
                   DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               END-IF
           END-IF.

      *    ABERTO E FECHADO A CADA GRAVACAO, COMO A TRILHA DO PGM05;
      *    CRIADO NO PRIMEIRO USO.
       REGISTRAR-HISTORICO.
           OPEN EXTEND ARQ-RENDA-HIST
           IF  CODERRO-RHS NOT = "00"
               OPEN OUTPUT ARQ-RENDA-HIST
           END-IF
           IF  CODERRO-RHS NOT = "00"
               DISPLAY "ERRO AO ABRIR RENDAHIS.LOG - STATUS "
                       CODERRO-RHS AT 2301 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE RND-CPF            TO RHS-CPF
           MOVE WS-DATA-SIST-NUM   TO RHS-DATA
           MOVE RND-RENDA-MENSAL   TO RHS-RENDA-MENSAL
           MOVE RND-QTD-RENDEIROS  TO RHS-QTD-RENDEIROS
           MOVE WS-OPERADOR-LOGADO TO RHS-OPERADOR
           WRITE REG-RENDA-HIST
           CLOSE ARQ-RENDA-HIST.

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2235 WITH AUTO

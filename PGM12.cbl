      *    VALIDACOES DE CAMPO QUE RECEBER-DADOS DO PGM01 JA FAZ
      *    (CPF/DIGITO VERIFICADOR, ESTADO, CEP, CAMPOS OBRIGATORIOS) E
      *    GRAVA OS REGISTROS VALIDOS EM ARQ-PESSOAS, LISTANDO OS
      *    REJEITADOS E O MOTIVO EM CANDIDATOS.REJ. COMO A CARGA NAO
      *    PASSA PELA TRILHA (PGM05), CADA PESSOA GRAVADA TEM A CHAVE
      *    FONETICA DO NOME GRAVADA AQUI MESMO NO INDICE FONETICO
      *    (PGM117), ABERTO UMA VEZ PARA A CARGA INTEIRA.
      *
      *    PONTO DE RETOMADA (CHECKPOINT): A POSICAO (NUMERO DO
      *    REGISTRO DE ENTRADA JA PROCESSADO) E A QUANTIDADE GRAVADA
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.
       01 WS-DATA-HORA-ATUAL PIC 9(14) VALUE 0.
       01  W-CODIGO-FONETICO   PIC X(30) VALUE SPACES.
       01  W-COD-ERRO-FON      PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
               STOP RUN
           END-IF.

           CALL "PGM117" USING "A" CPF NOME W-CODIGO-FONETICO
                               W-COD-ERRO-FON.

       LER-CHECKPOINT.
           MOVE ZEROS TO W-REG-RETOMADO W-CONT-GRAVADOS
                         W-CONT-REJEITADOS
               PERFORM REJEITAR-CANDIDATO
           ELSE
               ADD 1 TO W-CONT-GRAVADOS
               CALL "PGM117" USING "G" CPF NOME W-CODIGO-FONETICO
                                   W-COD-ERRO-FON
           END-IF.

       CARIMBAR-DATA-HORA.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-CANDIDATOS.
           CLOSE ARQ-REJEITADOS.
           CALL "PGM117" USING "F" CPF NOME W-CODIGO-FONETICO
                               W-COD-ERRO-FON.

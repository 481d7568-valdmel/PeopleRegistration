      *    DIFERENTES (OU REENTRA DEPOIS DE ARQUIVADA). ESTE BATCH
      *    FAZ DUAS PASSAGENS DE CLASSIFICACAO SOBRE AS PESSOAS
      *    ATIVAS E COMPARA VIZINHOS:
      *      1a) NOME DE MESMO SOM + DATA-NASCIMENTO IGUAIS;
      *      2a) CEP + ENDERECO IGUAIS E NOME DE MESMO SOM, PARA PEGAR
      *          GRAFIAS DIFERENTES NO MESMO DOMICILIO.
      *    "MESMO SOM" E A CHAVE FONETICA DO PGM117 (A MESMA DA
      *    PESQUISA FONETICA DO PGM04), CALCULADA AQUI NA HORA SOBRE O
      *    NOME: "WAGNER DE SOUZA" E "VAGNER DE SOUSA" FORMAM PAR.
      *    CADA PAR SUSPEITO SAI NA LISTA DE TRABALHO DUPLICAD.WRK E
      *    NO RELATORIO RELDUPLI.LST; A FUSAO EFETIVA E FEITA PELO
      *    SUPERVISOR NA TELA DO PGM28.

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-CHAVE           PIC X(84).
           05  CLA-CPF             PIC X(11).
           05  CLA-NOME            PIC X(30).
           05  CLA-DATA-NASC       PIC X(8).
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-PASSAGEM          PIC 9  VALUE 1.
       01  W-TEM-ANTERIOR      PIC X  VALUE "N".
       01  W-CHAVE-ANTERIOR    PIC X(84) VALUE SPACES.
       01  W-CODIGO-FONETICO   PIC X(30) VALUE SPACES.
       01  W-COD-ERRO-FON      PIC XX VALUE SPACES.
       01  W-CPF-ANTERIOR      PIC X(11) VALUE SPACES.
       01  W-NOME-ANTERIOR     PIC X(30) VALUE SPACES.
       01  W-PAR-SUSPEITO      PIC X  VALUE "N".
               STOP RUN
           END-IF.

      *    NA PRIMEIRA PASSAGEM A CHAVE DE CLASSIFICACAO E CHAVE
      *    FONETICA + DATA-NASCIMENTO; NA SEGUNDA, CEP + ENDERECO +
      *    CHAVE FONETICA. O MESMO PAR DE PROGRAMAS DE ENTRADA/SAIDA
      *    SERVE AS DUAS PASSAGENS.
       CLASSIFICAR-PESSOAS.
           OPEN INPUT ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
                   ADD 1 TO W-CONT-LIDOS
               END-IF
               MOVE SPACES TO CLA-CHAVE
               CALL "PGM117" USING "C" CPF NOME W-CODIGO-FONETICO
                                   W-COD-ERRO-FON
               IF  W-PASSAGEM = 1
                   MOVE W-CODIGO-FONETICO TO CLA-CHAVE (1:30)
                   MOVE DATA-NASCIMENTO   TO CLA-CHAVE (31:8)
               ELSE
                   MOVE CEP               TO CLA-CHAVE (1:9)
                   MOVE ENDERECO          TO CLA-CHAVE (10:45)
                   MOVE W-CODIGO-FONETICO TO CLA-CHAVE (55:30)
               END-IF
               MOVE CPF             TO CLA-CPF
               MOVE NOME            TO CLA-NOME
           IF  W-TEM-ANTERIOR = "S"
            AND CLA-CHAVE = W-CHAVE-ANTERIOR
            AND CLA-CPF NOT = W-CPF-ANTERIOR
               MOVE "S" TO W-PAR-SUSPEITO
           END-IF

           IF  W-PAR-SUSPEITO = "S"
           MOVE TRB-CPF-2  TO WD-CPF-2
           MOVE TRB-NOME-2 TO WD-NOME-2
           IF  W-PASSAGEM = 1
               MOVE "SOM+NASCIM."   TO WD-CRITERIO
           ELSE
               MOVE "MESMO ENDER."  TO WD-CRITERIO
           END-IF

       IMPRIMIR-TOTAIS.
           DISPLAY "PESSOAS ATIVAS EXAMINADAS : " W-CONT-LIDOS.
           DISPLAY "SUSPEITAS SOM+NASCIMENTO  : " W-CONT-SUSPEITOS-1.
           DISPLAY "SUSPEITAS MESMO ENDERECO  : " W-CONT-SUSPEITOS-2.

       FINALIZACAO.

      *    REGISTRO DO ARQUIVO ATIVO, PARA QUE PASSAGENS SEQUENCIAIS
      *    (LISTAGEM, RECONCILIACAO) NAO CARREGUEM PESSOAS INATIVAS HA
      *    ANOS E O HISTORICO CONTINUE CONSULTAVEL PARA FINS DE
      *    CONFORMIDADE. NA MESMA PASSADA OS REGISTROS-SATELITE DA
      *    PESSOA ARQUIVADA (DEPENDENTES, NOTAS, RENDA, INSCRICOES,
      *    CONSENTIMENTOS E SITUACAO FISCAL) SAO MOVIDOS PARA OS
      *    ARQUIVOS MORTOS CORRESPONDENTES (CPYSELHD/HN/HR/HI/HC/HF,
      *    CHAVE = CPF + DATA-EXCLUSAO DO CPYHIST + RESTO DA CHAVE
      *    ORIGINAL), PARA NAO FICAREM NO ATIVO PENDURADOS EM UM CPF
      *    QUE NAO EXISTE MAIS; O PGM41 OS CONSULTA E OS RESTAURA
      *    JUNTO COM A PESSOA. O TOTAL DO FIM TRAZ A CONTAGEM DE
      *    CONTROLE DE CADA ARQUIVO. UM SATELITE AUSENTE NO ATIVO
      *    (NUNCA CRIADO NA INSTALACAO) E SIMPLESMENTE PULADO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELHS REPLACING STATUS-FIELD BY W-COD-ERRO-HST.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELHD REPLACING STATUS-FIELD BY W-COD-ERRO-HDP.

           COPY CPYSELNO REPLACING STATUS-FIELD BY W-COD-ERRO-NTA.

           COPY CPYSELHN REPLACING STATUS-FIELD BY W-COD-ERRO-HNT.

           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELHR REPLACING STATUS-FIELD BY W-COD-ERRO-HRD.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELHI REPLACING STATUS-FIELD BY W-COD-ERRO-HIN.

           COPY CPYSELCN REPLACING STATUS-FIELD BY W-COD-ERRO-CSN.

           COPY CPYSELHC REPLACING STATUS-FIELD BY W-COD-ERRO-HCN.

           COPY CPYSELFS REPLACING STATUS-FIELD BY W-COD-ERRO-FIS.

           COPY CPYSELHF REPLACING STATUS-FIELD BY W-COD-ERRO-HFS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYHIST.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-HIST-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYHSDEP.

       FD  ARQ-NOTAS
           LABEL RECORD STANDARD.
       COPY CPYNOTA.

       FD  ARQ-HIST-NOTAS
           LABEL RECORD STANDARD.
       COPY CPYHSNOT.

       FD  ARQ-RENDA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-HIST-RENDA
           LABEL RECORD STANDARD.
       COPY CPYHSRND.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-HIST-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYHSINS.

       FD  ARQ-CONSENT
           LABEL RECORD STANDARD.
       COPY CPYCONSE.

       FD  ARQ-HIST-CONSENT
           LABEL RECORD STANDARD.
       COPY CPYHSCON.

       FD  ARQ-FISCSIT
           LABEL RECORD STANDARD.
       COPY CPYFISCS.

       FD  ARQ-HIST-FISCSIT
           LABEL RECORD STANDARD.
       COPY CPYHSFIS.

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-HST      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HDP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HNT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HRD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HIN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CSN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HCN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-FIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HFS      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
      *    A JANELA DE RETENCAO VEM DO ARQUIVO DE PARAMETROS
       01  W-DIAS-DECORRIDOS   PIC S9(9) VALUE ZEROS.
       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-ARQUIVADOS   PIC 9(6) VALUE ZEROS.
      *    CONTAGENS DE CONTROLE DOS SATELITES MOVIDOS PARA O MORTO.
       01  W-CONT-DEPENDENTES  PIC 9(6) VALUE ZEROS.
       01  W-CONT-NOTAS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-RENDA        PIC 9(6) VALUE ZEROS.
       01  W-CONT-INSCRICOES   PIC 9(6) VALUE ZEROS.
       01  W-CONT-CONSENT      PIC 9(6) VALUE ZEROS.
       01  W-CONT-FISCSIT      PIC 9(6) VALUE ZEROS.
       01  W-CONT-ERROS-SAT    PIC 9(6) VALUE ZEROS.
      *    "S" = SATELITE AUSENTE NO ATIVO; NADA A MOVER NELE.
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-SEM-NOTAS         PIC X  VALUE "N".
       01  W-SEM-RENDA         PIC X  VALUE "N".
       01  W-SEM-INSCRICOES    PIC X  VALUE "N".
       01  W-SEM-CONSENT       PIC X  VALUE "N".
       01  W-SEM-FISCSIT       PIC X  VALUE "N".
       01  W-FIM-SATELITE      PIC X  VALUE "N".
       01  W-NOME-ARQ-HST      PIC X(12) VALUE SPACES.
       01  W-COD-ERRO-ABERTURA PIC XX VALUE SPACES.
       01  W-REG-ANTES         PIC X(202) VALUE SPACES.
       01  W-REG-EM-BRANCO     PIC X(202) VALUE SPACES.
       01  W-OPERADOR-ARQ      PIC X(8)  VALUE "BATCH".
               GOBACK
           END-IF.

           PERFORM ABRIR-SATELITES.
           IF  W-COD-ERRO-ABERTURA NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-ARQ-HST ": "
                       W-COD-ERRO-ABERTURA
               PERFORM FINALIZACAO
               MOVE 8 TO W-RETORNO-PASSO
               GOBACK
           END-IF.

      *    O SATELITE ATIVO QUE NAO EXISTE (STATUS 35) FICA DE FORA DA
      *    PASSADA; QUALQUER OUTRA FALHA NA ABERTURA DELE (ARQUIVO
      *    PRESO OU DANIFICADO) PARA O PASSO, PELO MESMO MOTIVO DO
      *    MORTO ABAIXO. O MORTO CORRESPONDENTE E CRIADO NA PRIMEIRA
      *    VEZ, COMO O PESSOAS.HST. FALHA NA ABERTURA DE UM MORTO PARA O
      *    PASSO: ARQUIVAR A PESSOA SEM PODER LEVAR OS SATELITES
      *    RECRIARIA OS REGISTROS ORFAOS. O PAR ATIVO/MORTO SO CONTA
      *    COMO ABERTO (W-SEM-x = "N") QUANDO OS DOIS ABRIRAM.
       ABRIR-SATELITES.
           MOVE "00" TO W-COD-ERRO-ABERTURA
           MOVE "S" TO W-SEM-DEPENDENTES W-SEM-NOTAS W-SEM-RENDA
                       W-SEM-INSCRICOES W-SEM-CONSENT W-SEM-FISCSIT

           OPEN I-O ARQ-DEPENDENTES
           IF  W-COD-ERRO-DEP NOT = "00" AND W-COD-ERRO-DEP NOT = "35"
               MOVE "DEPENDEN.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-DEP TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-DEP = "00"
               OPEN I-O ARQ-HIST-DEPENDENTES
               IF  W-COD-ERRO-HDP = "35"
                   OPEN OUTPUT ARQ-HIST-DEPENDENTES
               END-IF
               IF  W-COD-ERRO-HDP NOT = "00"
                   MOVE "DEPENDEN.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HDP TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-DEPENDENTES
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO W-SEM-DEPENDENTES
           END-IF

           OPEN I-O ARQ-NOTAS
           IF  W-COD-ERRO-NTA NOT = "00" AND W-COD-ERRO-NTA NOT = "35"
               MOVE "NOTAS.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-NTA TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-NTA = "00"
               OPEN I-O ARQ-HIST-NOTAS
               IF  W-COD-ERRO-HNT = "35"
                   OPEN OUTPUT ARQ-HIST-NOTAS
               END-IF
               IF  W-COD-ERRO-HNT NOT = "00"
                   MOVE "NOTAS.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HNT TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-NOTAS
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO W-SEM-NOTAS
           END-IF

           OPEN I-O ARQ-RENDA
           IF  W-COD-ERRO-RND NOT = "00" AND W-COD-ERRO-RND NOT = "35"
               MOVE "RENDADOM.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-RND TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-RND = "00"
               OPEN I-O ARQ-HIST-RENDA
               IF  W-COD-ERRO-HRD = "35"
                   OPEN OUTPUT ARQ-HIST-RENDA
               END-IF
               IF  W-COD-ERRO-HRD NOT = "00"
                   MOVE "RENDADOM.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HRD TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-RENDA
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO W-SEM-RENDA
           END-IF

           OPEN I-O ARQ-INSCRICOES
           IF  W-COD-ERRO-INS NOT = "00" AND W-COD-ERRO-INS NOT = "35"
               MOVE "INSCBEN.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-INS TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-INS = "00"
               OPEN I-O ARQ-HIST-INSCRICOES
               IF  W-COD-ERRO-HIN = "35"
                   OPEN OUTPUT ARQ-HIST-INSCRICOES
               END-IF
               IF  W-COD-ERRO-HIN NOT = "00"
                   MOVE "INSCBEN.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HIN TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-INSCRICOES
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO W-SEM-INSCRICOES
           END-IF

           OPEN I-O ARQ-CONSENT
           IF  W-COD-ERRO-CSN NOT = "00" AND W-COD-ERRO-CSN NOT = "35"
               MOVE "CONSENT.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-CSN TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-CSN = "00"
               OPEN I-O ARQ-HIST-CONSENT
               IF  W-COD-ERRO-HCN = "35"
                   OPEN OUTPUT ARQ-HIST-CONSENT
               END-IF
               IF  W-COD-ERRO-HCN NOT = "00"
                   MOVE "CONSENT.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HCN TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-CONSENT
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO W-SEM-CONSENT
           END-IF

           OPEN I-O ARQ-FISCSIT
           IF  W-COD-ERRO-FIS NOT = "00" AND W-COD-ERRO-FIS NOT = "35"
               MOVE "FISCSIT.DAT" TO W-NOME-ARQ-HST
               MOVE W-COD-ERRO-FIS TO W-COD-ERRO-ABERTURA
               EXIT PARAGRAPH
           END-IF
           IF  W-COD-ERRO-FIS = "00"
               OPEN I-O ARQ-HIST-FISCSIT
               IF  W-COD-ERRO-HFS = "35"
                   OPEN OUTPUT ARQ-HIST-FISCSIT
               END-IF
               IF  W-COD-ERRO-HFS NOT = "00"
                   MOVE "FISCSIT.HST" TO W-NOME-ARQ-HST
                   MOVE W-COD-ERRO-HFS TO W-COD-ERRO-ABERTURA
                   CLOSE ARQ-FISCSIT
               ELSE
                   MOVE "N" TO W-SEM-FISCSIT
               END-IF
           END-IF.

       LER-PESSOAS.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
      *            TIRAR DO RETRATO QUEM JA TINHA SIDO ARQUIVADO.
                   CALL "PGM05" USING "H" HIST-CPF W-OPERADOR-ARQ
                                      W-REG-ANTES W-REG-EM-BRANCO
                   PERFORM ARQUIVAR-SATELITES
               END-IF
           END-IF.

      *    CADA SATELITE E COPIADO PARA O MORTO COM A CHAVE DA PESSOA
      *    ARQUIVADA (HIST-CPF + HIST-DATA-EXCLUSAO) E SO SAI DO ATIVO
      *    DEPOIS DA GRAVACAO BEM-SUCEDIDA; UMA FALHA DEIXA O REGISTRO
      *    NO ATIVO E ENTRA NA CONTAGEM DE ERROS.
       ARQUIVAR-SATELITES.
           PERFORM ARQUIVAR-DEPENDENTES.
           PERFORM ARQUIVAR-NOTAS.
           PERFORM ARQUIVAR-RENDA.
           PERFORM ARQUIVAR-INSCRICOES.
           PERFORM ARQUIVAR-CONSENT.
           PERFORM ARQUIVAR-FISCSIT.

       ARQUIVAR-DEPENDENTES.
           IF  W-SEM-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"      TO W-FIM-SATELITE
           MOVE HIST-CPF TO DEP-CPF-TITULAR
           MOVE ZEROS    TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-SATELITE
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM MOVER-DEPENDENTE UNTIL W-FIM-SATELITE = "S".

       LER-DEPENDENTE.
           IF  W-FIM-SATELITE NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-SATELITE
               END-READ
               IF  W-FIM-SATELITE NOT = "S"
                AND DEP-CPF-TITULAR NOT = HIST-CPF
                   MOVE "S" TO W-FIM-SATELITE
               END-IF
           END-IF.

       MOVER-DEPENDENTE.
           MOVE HIST-CPF           TO HDP-CPF
           MOVE HIST-DATA-EXCLUSAO TO HDP-DATA-EXCLUSAO
           MOVE DEP-SEQUENCIA      TO HDP-SEQUENCIA
           MOVE REG-DEPENDENTES    TO HDP-REGISTRO
           WRITE REG-HIST-DEPENDENTES
           IF  W-COD-ERRO-HDP NOT = "00"
               DISPLAY "ERRO AO GRAVAR DEPENDEN.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HDP
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-DEPENDENTES
               IF  W-COD-ERRO-DEP NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR DEPENDENTE - CPF " HIST-CPF
                           " STATUS " W-COD-ERRO-DEP
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-DEPENDENTES
               END-IF
           END-IF
           PERFORM LER-DEPENDENTE.

       ARQUIVAR-NOTAS.
           IF  W-SEM-NOTAS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"      TO W-FIM-SATELITE
           MOVE HIST-CPF TO NTA-CPF
           MOVE ZEROS    TO NTA-DATA-HORA
           START ARQ-NOTAS KEY NOT < NTA-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-SATELITE
           END-START
           PERFORM LER-NOTA
           PERFORM MOVER-NOTA UNTIL W-FIM-SATELITE = "S".

       LER-NOTA.
           IF  W-FIM-SATELITE NOT = "S"
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-SATELITE
               END-READ
               IF  W-FIM-SATELITE NOT = "S"
                AND NTA-CPF NOT = HIST-CPF
                   MOVE "S" TO W-FIM-SATELITE
               END-IF
           END-IF.

       MOVER-NOTA.
           MOVE HIST-CPF           TO HNT-CPF
           MOVE HIST-DATA-EXCLUSAO TO HNT-DATA-EXCLUSAO
           MOVE NTA-DATA-HORA      TO HNT-DATA-HORA
           MOVE REG-NOTAS          TO HNT-REGISTRO
           WRITE REG-HIST-NOTAS
           IF  W-COD-ERRO-HNT NOT = "00"
               DISPLAY "ERRO AO GRAVAR NOTAS.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HNT
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-NOTAS
               IF  W-COD-ERRO-NTA NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR NOTA - CPF " HIST-CPF
                           " STATUS " W-COD-ERRO-NTA
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-NOTAS
               END-IF
           END-IF
           PERFORM LER-NOTA.

       ARQUIVAR-RENDA.
           IF  W-SEM-RENDA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-CPF TO RND-CPF
           READ ARQ-RENDA
           IF  W-COD-ERRO-RND NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-CPF           TO HRD-CPF
           MOVE HIST-DATA-EXCLUSAO TO HRD-DATA-EXCLUSAO
           MOVE REG-RENDA          TO HRD-REGISTRO
           WRITE REG-HIST-RENDA
           IF  W-COD-ERRO-HRD NOT = "00"
               DISPLAY "ERRO AO GRAVAR RENDADOM.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HRD
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-RENDA
               IF  W-COD-ERRO-RND NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR RENDA - CPF " HIST-CPF
                           " STATUS " W-COD-ERRO-RND
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-RENDA
               END-IF
           END-IF.

       ARQUIVAR-INSCRICOES.
           IF  W-SEM-INSCRICOES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO W-FIM-SATELITE
           MOVE HIST-CPF   TO INS-CPF
           MOVE LOW-VALUES TO INS-PROGRAMA
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-SATELITE
           END-START
           PERFORM LER-INSCRICAO
           PERFORM MOVER-INSCRICAO UNTIL W-FIM-SATELITE = "S".

       LER-INSCRICAO.
           IF  W-FIM-SATELITE NOT = "S"
               READ ARQ-INSCRICOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-SATELITE
               END-READ
               IF  W-FIM-SATELITE NOT = "S"
                AND INS-CPF NOT = HIST-CPF
                   MOVE "S" TO W-FIM-SATELITE
               END-IF
           END-IF.

       MOVER-INSCRICAO.
           MOVE HIST-CPF           TO HIN-CPF
           MOVE HIST-DATA-EXCLUSAO TO HIN-DATA-EXCLUSAO
           MOVE INS-PROGRAMA       TO HIN-PROGRAMA
           MOVE REG-INSCRICOES     TO HIN-REGISTRO
           WRITE REG-HIST-INSCRICOES
           IF  W-COD-ERRO-HIN NOT = "00"
               DISPLAY "ERRO AO GRAVAR INSCBEN.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HIN
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-INSCRICOES
               IF  W-COD-ERRO-INS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR INSCRICAO - CPF " HIST-CPF
                           " STATUS " W-COD-ERRO-INS
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-INSCRICOES
               END-IF
           END-IF
           PERFORM LER-INSCRICAO.

       ARQUIVAR-CONSENT.
           IF  W-SEM-CONSENT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO W-FIM-SATELITE
           MOVE HIST-CPF   TO CSN-CPF
           MOVE LOW-VALUES TO CSN-CANAL
           START ARQ-CONSENT KEY NOT < CSN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-SATELITE
           END-START
           PERFORM LER-CONSENT
           PERFORM MOVER-CONSENT UNTIL W-FIM-SATELITE = "S".

       LER-CONSENT.
           IF  W-FIM-SATELITE NOT = "S"
               READ ARQ-CONSENT NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-SATELITE
               END-READ
               IF  W-FIM-SATELITE NOT = "S"
                AND CSN-CPF NOT = HIST-CPF
                   MOVE "S" TO W-FIM-SATELITE
               END-IF
           END-IF.

       MOVER-CONSENT.
           MOVE HIST-CPF           TO HCN-CPF
           MOVE HIST-DATA-EXCLUSAO TO HCN-DATA-EXCLUSAO
           MOVE CSN-CANAL          TO HCN-CANAL
           MOVE REG-CONSENT        TO HCN-REGISTRO
           WRITE REG-HIST-CONSENT
           IF  W-COD-ERRO-HCN NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONSENT.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HCN
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-CONSENT
               IF  W-COD-ERRO-CSN NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR CONSENTIMENTO - CPF "
                           HIST-CPF " STATUS " W-COD-ERRO-CSN
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-CONSENT
               END-IF
           END-IF
           PERFORM LER-CONSENT.

       ARQUIVAR-FISCSIT.
           IF  W-SEM-FISCSIT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-CPF TO FIS-CPF
           READ ARQ-FISCSIT
           IF  W-COD-ERRO-FIS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-CPF           TO HFS-CPF
           MOVE HIST-DATA-EXCLUSAO TO HFS-DATA-EXCLUSAO
           MOVE REG-FISCSIT        TO HFS-REGISTRO
           WRITE REG-HIST-FISCSIT
           IF  W-COD-ERRO-HFS NOT = "00"
               DISPLAY "ERRO AO GRAVAR FISCSIT.HST - CPF " HIST-CPF
                       " STATUS " W-COD-ERRO-HFS
               ADD 1 TO W-CONT-ERROS-SAT
           ELSE
               DELETE ARQ-FISCSIT
               IF  W-COD-ERRO-FIS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR SITUACAO FISCAL - CPF "
                           HIST-CPF " STATUS " W-COD-ERRO-FIS
                   ADD 1 TO W-CONT-ERROS-SAT
               ELSE
                   ADD 1 TO W-CONT-FISCSIT
               END-IF
           END-IF.

       IMPRIMIR-TOTAL.
           DISPLAY "REGISTROS LIDOS: " W-CONT-LIDOS.
           DISPLAY "REGISTROS ARQUIVADOS: " W-CONT-ARQUIVADOS.
           DISPLAY "  DEPENDENTES ARQUIVADOS: " W-CONT-DEPENDENTES.
           DISPLAY "  NOTAS ARQUIVADAS: " W-CONT-NOTAS.
           DISPLAY "  DECLARACOES DE RENDA ARQUIVADAS: " W-CONT-RENDA.
           DISPLAY "  INSCRICOES ARQUIVADAS: " W-CONT-INSCRICOES.
           DISPLAY "  CONSENTIMENTOS ARQUIVADOS: " W-CONT-CONSENT.
           DISPLAY "  SITUACOES FISCAIS ARQUIVADAS: " W-CONT-FISCSIT.
           DISPLAY "  ERROS NOS SATELITES: " W-CONT-ERROS-SAT.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-HISTORICO.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES ARQ-HIST-DEPENDENTES
           END-IF.
           IF  W-SEM-NOTAS NOT = "S"
               CLOSE ARQ-NOTAS ARQ-HIST-NOTAS
           END-IF.
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA ARQ-HIST-RENDA
           END-IF.
           IF  W-SEM-INSCRICOES NOT = "S"
               CLOSE ARQ-INSCRICOES ARQ-HIST-INSCRICOES
           END-IF.
           IF  W-SEM-CONSENT NOT = "S"
               CLOSE ARQ-CONSENT ARQ-HIST-CONSENT
           END-IF.
           IF  W-SEM-FISCSIT NOT = "S"
               CLOSE ARQ-FISCSIT ARQ-HIST-FISCSIT
           END-IF.

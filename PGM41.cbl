      *    REMOVE DO MORTO -- EM VEZ DO RECADASTRO DO ZERO QUE CRIAVA
      *    EXATAMENTE OS DUPLICADOS QUE O ARQUIVO MORTO DEVIA
      *    EVITAR. CHAMADO PELO PGM00 NO SUBMENU APOIO; A RESTAURACAO
      *    EXIGE O PERFIL DE SUPERVISOR DO OPERADOR LOGADO. CADA
      *    LINHA DA LISTA TRAZ QUANTOS REGISTROS-SATELITE O PGM09
      *    ARQUIVOU JUNTO COM A PESSOA (DEPENDENTES, NOTAS, RENDA,
      *    INSCRICOES, CONSENTIMENTOS, SITUACAO FISCAL -- ARQUIVOS
      *    CPYSELHD/HN/HR/HI/HC/HF), E A RESTAURACAO DEVOLVE TODOS AO
      *    ATIVO JUNTO COM O REGISTRO DA PESSOA; O QUE NAO PUDER
      *    VOLTAR (CHAVE JA OCUPADA NO ATIVO) FICA NO MORTO E E
      *    CONTADO NA MENSAGEM FINAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELHS REPLACING STATUS-FIELD BY CODERRO-HST.

           COPY CPYSELDE REPLACING STATUS-FIELD BY CODERRO-DEP.

           COPY CPYSELHD REPLACING STATUS-FIELD BY CODERRO-HDP.

           COPY CPYSELNO REPLACING STATUS-FIELD BY CODERRO-NTA.

           COPY CPYSELHN REPLACING STATUS-FIELD BY CODERRO-HNT.

           COPY CPYSELRD REPLACING STATUS-FIELD BY CODERRO-RND.

           COPY CPYSELHR REPLACING STATUS-FIELD BY CODERRO-HRD.

           COPY CPYSELIB REPLACING STATUS-FIELD BY CODERRO-INS.

           COPY CPYSELHI REPLACING STATUS-FIELD BY CODERRO-HIN.

           COPY CPYSELCN REPLACING STATUS-FIELD BY CODERRO-CSN.

           COPY CPYSELHC REPLACING STATUS-FIELD BY CODERRO-HCN.

           COPY CPYSELFS REPLACING STATUS-FIELD BY CODERRO-FIS.

           COPY CPYSELHF REPLACING STATUS-FIELD BY CODERRO-HFS.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYHIST.

       FD  ARQ-DEPENDENTES
           LABEL  RECORD  STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-HIST-DEPENDENTES
           LABEL  RECORD  STANDARD.
       COPY CPYHSDEP.

       FD  ARQ-NOTAS
           LABEL  RECORD  STANDARD.
       COPY CPYNOTA.

       FD  ARQ-HIST-NOTAS
           LABEL  RECORD  STANDARD.
       COPY CPYHSNOT.

       FD  ARQ-RENDA
           LABEL  RECORD  STANDARD.
       COPY CPYRENDA.

       FD  ARQ-HIST-RENDA
           LABEL  RECORD  STANDARD.
       COPY CPYHSRND.

       FD  ARQ-INSCRICOES
           LABEL  RECORD  STANDARD.
       COPY CPYINSCB.

       FD  ARQ-HIST-INSCRICOES
           LABEL  RECORD  STANDARD.
       COPY CPYHSINS.

       FD  ARQ-CONSENT
           LABEL  RECORD  STANDARD.
       COPY CPYCONSE.

       FD  ARQ-HIST-CONSENT
           LABEL  RECORD  STANDARD.
       COPY CPYHSCON.

       FD  ARQ-FISCSIT
           LABEL  RECORD  STANDARD.
       COPY CPYFISCS.

       FD  ARQ-HIST-FISCSIT
           LABEL  RECORD  STANDARD.
       COPY CPYHSFIS.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-HST  PIC X(2) VALUE SPACES.
       77  CODERRO-DEP  PIC X(2) VALUE SPACES.
       77  CODERRO-HDP  PIC X(2) VALUE SPACES.
       77  CODERRO-NTA  PIC X(2) VALUE SPACES.
       77  CODERRO-HNT  PIC X(2) VALUE SPACES.
       77  CODERRO-RND  PIC X(2) VALUE SPACES.
       77  CODERRO-HRD  PIC X(2) VALUE SPACES.
       77  CODERRO-INS  PIC X(2) VALUE SPACES.
       77  CODERRO-HIN  PIC X(2) VALUE SPACES.
       77  CODERRO-CSN  PIC X(2) VALUE SPACES.
       77  CODERRO-HCN  PIC X(2) VALUE SPACES.
       77  CODERRO-FIS  PIC X(2) VALUE SPACES.
       77  CODERRO-HFS  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-MODO-PESQUISA  PIC X VALUE SPACE.
       01  W-REG-ANTES         PIC X(202) VALUE SPACES.
       01  W-SEM-HISTORICO     PIC X VALUE "N".
       01  W-CONSULTA-MASCARADA PIC X VALUE "N".
      *    "S" = ARQUIVO MORTO DO SATELITE AINDA NAO EXISTE.
       01  W-SEM-HIST-DEPENDENTES PIC X VALUE "N".
       01  W-SEM-HIST-NOTAS       PIC X VALUE "N".
       01  W-SEM-HIST-RENDA       PIC X VALUE "N".
       01  W-SEM-HIST-INSCRICOES  PIC X VALUE "N".
       01  W-SEM-HIST-CONSENT     PIC X VALUE "N".
       01  W-SEM-HIST-FISCSIT     PIC X VALUE "N".
       01  W-FIM-ANEXO         PIC X VALUE "N".
       01  W-ANX-CHAVE.
           05  W-ANX-CPF           PIC X(11).
           05  W-ANX-DATA          PIC X(8).
       01  W-QTD-ANEXO         PIC 9(3) VALUE ZEROS.
       01  W-QTD-ANEXO-ED      PIC ZZ9.
       01  W-COLUNA-ANEXO      PIC 99 VALUE ZEROS.
       01  W-CONT-RESTAURADOS     PIC 9(4) VALUE ZEROS.
       01  W-CONT-NAO-RESTAURADOS PIC 9(4) VALUE ZEROS.
       COPY CPYOPERA.

       01 WS-DATA-SIST.
               MOVE "N" TO OPC
           END-IF
           END-IF.
           IF  W-SEM-HISTORICO NOT = "S"
               PERFORM ABRIR-HIST-SATELITES
           END-IF.

      *    MORTO DE SATELITE QUE NAO ABRE (NUNCA GRAVADO) CONTA COMO
      *    VAZIO NA LISTA E NA RESTAURACAO.
       ABRIR-HIST-SATELITES.
           OPEN I-O ARQ-HIST-DEPENDENTES.
           IF  CODERRO-HDP NOT = "00"
               MOVE "S" TO W-SEM-HIST-DEPENDENTES
           END-IF.
           OPEN I-O ARQ-HIST-NOTAS.
           IF  CODERRO-HNT NOT = "00"
               MOVE "S" TO W-SEM-HIST-NOTAS
           END-IF.
           OPEN I-O ARQ-HIST-RENDA.
           IF  CODERRO-HRD NOT = "00"
               MOVE "S" TO W-SEM-HIST-RENDA
           END-IF.
           OPEN I-O ARQ-HIST-INSCRICOES.
           IF  CODERRO-HIN NOT = "00"
               MOVE "S" TO W-SEM-HIST-INSCRICOES
           END-IF.
           OPEN I-O ARQ-HIST-CONSENT.
           IF  CODERRO-HCN NOT = "00"
               MOVE "S" TO W-SEM-HIST-CONSENT
           END-IF.
           OPEN I-O ARQ-HIST-FISCSIT.
           IF  CODERRO-HFS NOT = "00"
               MOVE "S" TO W-SEM-HIST-FISCSIT
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
      *    NOME GUARDADO NA IMAGEM (BYTES 12-41 DO CPYPESSOA).
       LISTAR-ARQUIVADOS.
           DISPLAY "CPF         EXCLUSAO NOME" AT 1105
           DISPLAY "DEP NOT REN INS CON FIS" AT 1157
           MOVE 12 TO W-LINHA-LISTA
           MOVE "N" TO W-FIM-HISTORICO

                       AT LINE W-LINHA-LISTA COLUMN 17
               DISPLAY HIST-REGISTRO (12:30)
                       AT LINE W-LINHA-LISTA COLUMN 26
               PERFORM EXIBIR-ANEXOS
               ADD 1 TO W-LINHA-LISTA
               ADD 1 TO W-QTD-EXIBIDOS
      *        LOG DE CONSULTAS (LGPD): CADA REGISTRO ARQUIVADO
           END-IF
           PERFORM LER-HISTORICO.

      *    CONTAGEM DOS SATELITES ARQUIVADOS COM A PESSOA DA LINHA,
      *    NA ORDEM DO CABECALHO (DEP NOT REN INS CON FIS).
       EXIBIR-ANEXOS.
           MOVE HIST-CPF           TO W-ANX-CPF
           MOVE HIST-DATA-EXCLUSAO TO W-ANX-DATA
           MOVE 57 TO W-COLUNA-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-DEPENDENTES
           PERFORM MOSTRAR-QTD-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-NOTAS
           PERFORM MOSTRAR-QTD-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-RENDA
           PERFORM MOSTRAR-QTD-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-INSCRICOES
           PERFORM MOSTRAR-QTD-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-CONSENT
           PERFORM MOSTRAR-QTD-ANEXO
           MOVE ZEROS TO W-QTD-ANEXO
           PERFORM CONTAR-HIST-FISCSIT
           PERFORM MOSTRAR-QTD-ANEXO.

       MOSTRAR-QTD-ANEXO.
           MOVE W-QTD-ANEXO TO W-QTD-ANEXO-ED
           DISPLAY W-QTD-ANEXO-ED
                   AT LINE W-LINHA-LISTA COLUMN W-COLUNA-ANEXO
           ADD 4 TO W-COLUNA-ANEXO.

       LIMPAR-AREA-LISTA.
           PERFORM VARYING W-LINHA-LISTA FROM 12 BY 1
                   UNTIL W-LINHA-LISTA > 18
               ELSE
                   CALL "PGM05" USING "R" CPF WS-OPERADOR-LOGADO
                                      W-REG-ANTES REG-PESSOAS
                   PERFORM RESTAURAR-ANEXOS
                   MOVE W-ESC-CPF  TO HIST-CPF
                   MOVE W-ESC-DATA TO HIST-DATA-EXCLUSAO
                   DELETE ARQ-HISTORICO
                       DISPLAY "REGISTRO RESTAURADO E REATIVADO"
                               AT 2421
                   END-IF
                   DISPLAY "ANEXOS RESTAURADOS:" AT 2305
                   DISPLAY W-CONT-RESTAURADOS    AT 2325
                   IF  W-CONT-NAO-RESTAURADOS > ZEROS
                       DISPLAY "FICARAM NO MORTO (CHAVE OCUPADA):"
                               AT 2331 WITH FOREGROUND-COLOR 4
                       DISPLAY W-CONT-NAO-RESTAURADOS AT 2365
                               WITH FOREGROUND-COLOR 4
                   END-IF
                   STOP  "    <ENTER> PARA CONTINUAR"
               END-IF
           END-IF.

      *    OS SATELITES VOLTAM PELA CHAVE ESCOLHIDA (CPF + DATA DA
      *    EXCLUSAO), CADA UM PARA O SEU ARQUIVO ATIVO, E SAEM DO
      *    MORTO SO DEPOIS DA GRAVACAO NO ATIVO.
       RESTAURAR-ANEXOS.
           MOVE W-ESC-CPF  TO W-ANX-CPF
           MOVE W-ESC-DATA TO W-ANX-DATA
           MOVE ZEROS TO W-CONT-RESTAURADOS W-CONT-NAO-RESTAURADOS
           PERFORM RESTAURAR-DEPENDENTES.
           PERFORM RESTAURAR-NOTAS.
           PERFORM RESTAURAR-RENDA.
           PERFORM RESTAURAR-INSCRICOES.
           PERFORM RESTAURAR-CONSENT.
           PERFORM RESTAURAR-FISCSIT.

       POSICIONAR-HIST-DEPENDENTES.
           MOVE "N"          TO W-FIM-ANEXO
           MOVE W-ANX-CPF    TO HDP-CPF
           MOVE W-ANX-DATA   TO HDP-DATA-EXCLUSAO
           MOVE ZEROS TO HDP-SEQUENCIA
           START ARQ-HIST-DEPENDENTES KEY NOT < HDP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ANEXO
           END-START.

       LER-HIST-DEPENDENTES.
           IF  W-FIM-ANEXO NOT = "S"
               READ ARQ-HIST-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-ANEXO
               END-READ
               IF  W-FIM-ANEXO NOT = "S"
                AND (HDP-CPF NOT = W-ANX-CPF
                  OR HDP-DATA-EXCLUSAO NOT = W-ANX-DATA)
                   MOVE "S" TO W-FIM-ANEXO
               END-IF
           END-IF.

       CONTAR-HIST-DEPENDENTES.
           IF  W-SEM-HIST-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-DEPENDENTES
           PERFORM LER-HIST-DEPENDENTES
           PERFORM SOMAR-HIST-DEPENDENTES UNTIL W-FIM-ANEXO = "S".

       SOMAR-HIST-DEPENDENTES.
           ADD 1 TO W-QTD-ANEXO
           PERFORM LER-HIST-DEPENDENTES.

       RESTAURAR-DEPENDENTES.
           IF  W-SEM-HIST-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-DEPENDENTES
           PERFORM LER-HIST-DEPENDENTES
           IF  W-FIM-ANEXO = "S"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-DEPENDENTES
           IF  CODERRO-DEP = "35"
               OPEN OUTPUT ARQ-DEPENDENTES
           END-IF
           IF  CODERRO-DEP NOT = "00"
               MOVE ZEROS TO W-QTD-ANEXO
               PERFORM SOMAR-HIST-DEPENDENTES UNTIL W-FIM-ANEXO = "S"
               ADD W-QTD-ANEXO TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM DEVOLVER-DEPENDENTES UNTIL W-FIM-ANEXO = "S"
           CLOSE ARQ-DEPENDENTES.

       DEVOLVER-DEPENDENTES.
           MOVE HDP-REGISTRO TO REG-DEPENDENTES
           WRITE REG-DEPENDENTES
           IF  CODERRO-DEP NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-DEPENDENTES
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           PERFORM LER-HIST-DEPENDENTES.

       POSICIONAR-HIST-NOTAS.
           MOVE "N"          TO W-FIM-ANEXO
           MOVE W-ANX-CPF    TO HNT-CPF
           MOVE W-ANX-DATA   TO HNT-DATA-EXCLUSAO
           MOVE ZEROS TO HNT-DATA-HORA
           START ARQ-HIST-NOTAS KEY NOT < HNT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ANEXO
           END-START.

       LER-HIST-NOTAS.
           IF  W-FIM-ANEXO NOT = "S"
               READ ARQ-HIST-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-ANEXO
               END-READ
               IF  W-FIM-ANEXO NOT = "S"
                AND (HNT-CPF NOT = W-ANX-CPF
                  OR HNT-DATA-EXCLUSAO NOT = W-ANX-DATA)
                   MOVE "S" TO W-FIM-ANEXO
               END-IF
           END-IF.

       CONTAR-HIST-NOTAS.
           IF  W-SEM-HIST-NOTAS = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-NOTAS
           PERFORM LER-HIST-NOTAS
           PERFORM SOMAR-HIST-NOTAS UNTIL W-FIM-ANEXO = "S".

       SOMAR-HIST-NOTAS.
           ADD 1 TO W-QTD-ANEXO
           PERFORM LER-HIST-NOTAS.

       RESTAURAR-NOTAS.
           IF  W-SEM-HIST-NOTAS = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-NOTAS
           PERFORM LER-HIST-NOTAS
           IF  W-FIM-ANEXO = "S"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-NOTAS
           IF  CODERRO-NTA = "35"
               OPEN OUTPUT ARQ-NOTAS
           END-IF
           IF  CODERRO-NTA NOT = "00"
               MOVE ZEROS TO W-QTD-ANEXO
               PERFORM SOMAR-HIST-NOTAS UNTIL W-FIM-ANEXO = "S"
               ADD W-QTD-ANEXO TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM DEVOLVER-NOTAS UNTIL W-FIM-ANEXO = "S"
           CLOSE ARQ-NOTAS.

       DEVOLVER-NOTAS.
           MOVE HNT-REGISTRO TO REG-NOTAS
           WRITE REG-NOTAS
           IF  CODERRO-NTA NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-NOTAS
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           PERFORM LER-HIST-NOTAS.

       POSICIONAR-HIST-INSCRICOES.
           MOVE "N"          TO W-FIM-ANEXO
           MOVE W-ANX-CPF    TO HIN-CPF
           MOVE W-ANX-DATA   TO HIN-DATA-EXCLUSAO
           MOVE LOW-VALUES TO HIN-PROGRAMA
           START ARQ-HIST-INSCRICOES KEY NOT < HIN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ANEXO
           END-START.

       LER-HIST-INSCRICOES.
           IF  W-FIM-ANEXO NOT = "S"
               READ ARQ-HIST-INSCRICOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-ANEXO
               END-READ
               IF  W-FIM-ANEXO NOT = "S"
                AND (HIN-CPF NOT = W-ANX-CPF
                  OR HIN-DATA-EXCLUSAO NOT = W-ANX-DATA)
                   MOVE "S" TO W-FIM-ANEXO
               END-IF
           END-IF.

       CONTAR-HIST-INSCRICOES.
           IF  W-SEM-HIST-INSCRICOES = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-INSCRICOES
           PERFORM LER-HIST-INSCRICOES
           PERFORM SOMAR-HIST-INSCRICOES UNTIL W-FIM-ANEXO = "S".

       SOMAR-HIST-INSCRICOES.
           ADD 1 TO W-QTD-ANEXO
           PERFORM LER-HIST-INSCRICOES.

       RESTAURAR-INSCRICOES.
           IF  W-SEM-HIST-INSCRICOES = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-INSCRICOES
           PERFORM LER-HIST-INSCRICOES
           IF  W-FIM-ANEXO = "S"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-INSCRICOES
           IF  CODERRO-INS = "35"
               OPEN OUTPUT ARQ-INSCRICOES
           END-IF
           IF  CODERRO-INS NOT = "00"
               MOVE ZEROS TO W-QTD-ANEXO
               PERFORM SOMAR-HIST-INSCRICOES UNTIL W-FIM-ANEXO = "S"
               ADD W-QTD-ANEXO TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM DEVOLVER-INSCRICOES UNTIL W-FIM-ANEXO = "S"
           CLOSE ARQ-INSCRICOES.

       DEVOLVER-INSCRICOES.
           MOVE HIN-REGISTRO TO REG-INSCRICOES
           WRITE REG-INSCRICOES
           IF  CODERRO-INS NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-INSCRICOES
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           PERFORM LER-HIST-INSCRICOES.

       POSICIONAR-HIST-CONSENT.
           MOVE "N"          TO W-FIM-ANEXO
           MOVE W-ANX-CPF    TO HCN-CPF
           MOVE W-ANX-DATA   TO HCN-DATA-EXCLUSAO
           MOVE LOW-VALUES TO HCN-CANAL
           START ARQ-HIST-CONSENT KEY NOT < HCN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ANEXO
           END-START.

       LER-HIST-CONSENT.
           IF  W-FIM-ANEXO NOT = "S"
               READ ARQ-HIST-CONSENT NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-ANEXO
               END-READ
               IF  W-FIM-ANEXO NOT = "S"
                AND (HCN-CPF NOT = W-ANX-CPF
                  OR HCN-DATA-EXCLUSAO NOT = W-ANX-DATA)
                   MOVE "S" TO W-FIM-ANEXO
               END-IF
           END-IF.

       CONTAR-HIST-CONSENT.
           IF  W-SEM-HIST-CONSENT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-CONSENT
           PERFORM LER-HIST-CONSENT
           PERFORM SOMAR-HIST-CONSENT UNTIL W-FIM-ANEXO = "S".

       SOMAR-HIST-CONSENT.
           ADD 1 TO W-QTD-ANEXO
           PERFORM LER-HIST-CONSENT.

       RESTAURAR-CONSENT.
           IF  W-SEM-HIST-CONSENT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSICIONAR-HIST-CONSENT
           PERFORM LER-HIST-CONSENT
           IF  W-FIM-ANEXO = "S"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-CONSENT
           IF  CODERRO-CSN = "35"
               OPEN OUTPUT ARQ-CONSENT
           END-IF
           IF  CODERRO-CSN NOT = "00"
               MOVE ZEROS TO W-QTD-ANEXO
               PERFORM SOMAR-HIST-CONSENT UNTIL W-FIM-ANEXO = "S"
               ADD W-QTD-ANEXO TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM DEVOLVER-CONSENT UNTIL W-FIM-ANEXO = "S"
           CLOSE ARQ-CONSENT.

       DEVOLVER-CONSENT.
           MOVE HCN-REGISTRO TO REG-CONSENT
           WRITE REG-CONSENT
           IF  CODERRO-CSN NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-CONSENT
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           PERFORM LER-HIST-CONSENT.

       CONTAR-HIST-RENDA.
           IF  W-SEM-HIST-RENDA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-ANX-CPF    TO HRD-CPF
           MOVE W-ANX-DATA   TO HRD-DATA-EXCLUSAO
           READ ARQ-HIST-RENDA
           IF  CODERRO-HRD = "00"
               ADD 1 TO W-QTD-ANEXO
           END-IF.

       RESTAURAR-RENDA.
           IF  W-SEM-HIST-RENDA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-ANX-CPF    TO HRD-CPF
           MOVE W-ANX-DATA   TO HRD-DATA-EXCLUSAO
           READ ARQ-HIST-RENDA
           IF  CODERRO-HRD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-RENDA
           IF  CODERRO-RND = "35"
               OPEN OUTPUT ARQ-RENDA
           END-IF
           IF  CODERRO-RND NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           MOVE HRD-REGISTRO TO REG-RENDA
           WRITE REG-RENDA
           IF  CODERRO-RND NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-RENDA
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           CLOSE ARQ-RENDA.

       CONTAR-HIST-FISCSIT.
           IF  W-SEM-HIST-FISCSIT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-ANX-CPF    TO HFS-CPF
           MOVE W-ANX-DATA   TO HFS-DATA-EXCLUSAO
           READ ARQ-HIST-FISCSIT
           IF  CODERRO-HFS = "00"
               ADD 1 TO W-QTD-ANEXO
           END-IF.

       RESTAURAR-FISCSIT.
           IF  W-SEM-HIST-FISCSIT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-ANX-CPF    TO HFS-CPF
           MOVE W-ANX-DATA   TO HFS-DATA-EXCLUSAO
           READ ARQ-HIST-FISCSIT
           IF  CODERRO-HFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-FISCSIT
           IF  CODERRO-FIS = "35"
               OPEN OUTPUT ARQ-FISCSIT
           END-IF
           IF  CODERRO-FIS NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
               EXIT PARAGRAPH
           END-IF
           MOVE HFS-REGISTRO TO REG-FISCSIT
           WRITE REG-FISCSIT
           IF  CODERRO-FIS NOT = "00"
               ADD 1 TO W-CONT-NAO-RESTAURADOS
           ELSE
               DELETE ARQ-HIST-FISCSIT
               ADD 1 TO W-CONT-RESTAURADOS
           END-IF
           CLOSE ARQ-FISCSIT.

       CARIMBAR-DATA-HORA.
           ACCEPT WS-HORA-SIST FROM TIME
           COMPUTE WS-DATA-HORA-ATUAL =
       FINALIZACAO.
           IF  W-SEM-HISTORICO NOT = "S"
               CLOSE ARQ-HISTORICO
               PERFORM FECHAR-HIST-SATELITES
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FECHAR-HIST-SATELITES.
           IF  W-SEM-HIST-DEPENDENTES NOT = "S"
               CLOSE ARQ-HIST-DEPENDENTES
           END-IF.
           IF  W-SEM-HIST-NOTAS NOT = "S"
               CLOSE ARQ-HIST-NOTAS
           END-IF.
           IF  W-SEM-HIST-RENDA NOT = "S"
               CLOSE ARQ-HIST-RENDA
           END-IF.
           IF  W-SEM-HIST-INSCRICOES NOT = "S"
               CLOSE ARQ-HIST-INSCRICOES
           END-IF.
           IF  W-SEM-HIST-CONSENT NOT = "S"
               CLOSE ARQ-HIST-CONSENT
           END-IF.
           IF  W-SEM-HIST-FISCSIT NOT = "S"
               CLOSE ARQ-HIST-FISCSIT
           END-IF.

       FIM-ULTIMA-LINHA.

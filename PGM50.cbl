      *    MANUTENCAO DAS INSCRICOES NOS PROGRAMAS DE BENEFICIO
      *    (ARQ-INSCRICOES, LAYOUT CPYINSCB), NO LUGAR DAS FICHAS DE
      *    PAPEL. CHAVE = CPF DO TITULAR + CODIGO DO PROGRAMA (ATE
      *    QUATRO LETRAS/DIGITOS, CADASTRADO NO MESTRE DE PROGRAMAS
      *    PROGBEN.DAT, PGM81). INSCREVER EXIGE TITULAR ATIVO NO
      *    ARQ-PESSOAS E PROGRAMA CADASTRADO, ATIVO E DENTRO DA
      *    VIGENCIA; CANCELAR
      *    GRAVA INS-SITUACAO "C" SEM REMOVER, PARA O HISTORICO
      *    CONTINUAR CONSULTAVEL. A ELEGIBILIDADE E APURADA PELO
      *    BATCH MENSAL PGM51. CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *    A FUNCAO N REGISTRA O NIS DO TITULAR (NIS.DAT, CPYNIS),
      *    COM O DV CONFERIDO PELO PGM88 E SEM REPETIR O NIS DE OUTRO
      *    CPF; PROGRAMA MARCADO COMO FEDERAL NO MESTRE
      *    (PRB-EXIGE-NIS) SO INSCREVE TITULAR COM NIS CADASTRADO.
      *    PROGRAMA COM LIMITE DE VAGAS (PRB-VAGAS) SO INSCREVE
      *    ENQUANTO AS INSCRICOES ATIVAS MAIS A FILA A FRENTE DO
      *    TITULAR COUBEREM NO LIMITE; SEM VAGA, O TITULAR PODE
      *    ENTRAR NA LISTA DE ESPERA (ESPERA.DAT, CPYESPER), ORDENADA
      *    PELA RENDA PER CAPITA (PGM89) E PELA DATA DO PEDIDO. A
      *    CONSULTA MOSTRA A POSICAO DO TITULAR EM CADA FILA; QUEM
      *    CHAMA A FILA QUANDO ABREM VAGAS E O BATCH MENSAL PGM90.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELIB REPLACING STATUS-FIELD BY CODERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY CODERRO-PRB.

           COPY CPYSELNS REPLACING STATUS-FIELD BY CODERRO-NIS.

           COPY CPYSELLE REPLACING STATUS-FIELD BY CODERRO-ESP.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL  RECORD  STANDARD.
       COPY CPYPROGB.

       FD  ARQ-NIS
           LABEL  RECORD  STANDARD.
       COPY CPYNIS.

       FD  ARQ-ESPERA
           LABEL  RECORD  STANDARD.
       COPY CPYESPER.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-INS  PIC X(2) VALUE SPACES.
       77  CODERRO-PRB  PIC X(2) VALUE SPACES.
       77  CODERRO-NIS  PIC X(2) VALUE SPACES.
       77  CODERRO-ESP  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "I" "C" "X" "N".
           88  FUNCAO-INSCREVER VALUE "I".
           88  FUNCAO-CONSULTAR VALUE "C".
           88  FUNCAO-CANCELAR  VALUE "X".
           88  FUNCAO-NIS       VALUE "N".
       77  W-CONFIRMA  PIC X VALUE SPACE.
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-CPF-TITULAR       PIC X(11) VALUE SPACES.
       01  W-PROGRAMA          PIC X(4)  VALUE SPACES.
       01  W-PROGRAMA-OK       PIC X VALUE "N".
       01  W-SEM-PROGRAMAS     PIC X VALUE "N".
       01  W-FIM-LISTA         PIC X VALUE "N".
       01  W-LINHA-LISTA       PIC 99 VALUE ZEROS.
       01  W-QTD-LISTADAS      PIC 9(2) VALUE ZEROS.
       01  W-SEM-NIS           PIC X VALUE "N".
       01  W-TEM-NIS           PIC X VALUE "N".
       01  W-NIS-DIGITADO      PIC 9(11) VALUE ZEROS.
       01  W-NIS-VALIDO        PIC X VALUE "N".
       01  W-SEM-ESPERA        PIC X VALUE "N".
       01  W-HA-VAGA           PIC X VALUE "S".
       01  W-ESPERA-EXISTE     PIC X VALUE "N".
       01  W-RENDA-APURADA     PIC X VALUE "N".
       01  W-FIM-FILA          PIC X VALUE "N".
       01  W-QTD-ATIVAS        PIC 9(6) VALUE ZEROS.
       01  W-QTD-FILA          PIC 9(4) VALUE ZEROS.
       01  W-POSICAO-FILA      PIC 9(4) VALUE ZEROS.
       01  W-A-FRENTE          PIC 9(4) VALUE ZEROS.
       01  W-POSICAO-EDIT      PIC ZZZ9.
       01  W-QTD-FILAS         PIC 9(2) VALUE ZEROS.
       01  W-IDX-FILA          PIC 9(2) VALUE ZEROS.
       01  W-TAB-FILAS.
           05  W-FILA-PROGRAMA PIC X(4) OCCURS 5 TIMES.

       COPY CPYOPERA.

               STOP  " "
               MOVE "N" TO OPC
           END-IF.
      *    SEM O MESTRE DE PROGRAMAS (PGM81 NUNCA USADO) NENHUMA
      *    INSCRICAO NOVA E ACEITA; CONSULTA E CANCELAMENTO SEGUEM.
           OPEN INPUT ARQ-PROGRAMAS.
           IF  CODERRO-PRB NOT = "00"
               MOVE "S" TO W-SEM-PROGRAMAS
           END-IF.
      *    O SATELITE DO NIS E CRIADO VAZIO NO PRIMEIRO USO; SE NAO
      *    ABRIR, A FUNCAO N FICA INDISPONIVEL E PROGRAMA FEDERAL NAO
      *    ACEITA INSCRICAO.
           OPEN I-O ARQ-NIS.
           IF  CODERRO-NIS = "35"
               OPEN OUTPUT ARQ-NIS
               CLOSE ARQ-NIS
               OPEN I-O ARQ-NIS
           END-IF.
           IF  CODERRO-NIS NOT = "00"
               MOVE "S" TO W-SEM-NIS
           END-IF.
      *    SEM A LISTA DE ESPERA, PROGRAMA LOTADO SO RECUSA.
           OPEN I-O ARQ-ESPERA.
           IF  CODERRO-ESP = "35"
               OPEN OUTPUT ARQ-ESPERA
               CLOSE ARQ-ESPERA
               OPEN I-O ARQ-ESPERA
           END-IF.
           IF  CODERRO-ESP NOT = "00"
               MOVE "S" TO W-SEM-ESPERA
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           DISPLAY TELA01.
           DISPLAY  "FUNCAO: I=INSCREVER C=CONSULTAR X=CANCELAR"
                    AT  1010.
           DISPLAY  "        N=NIS DO TITULAR"  AT  1110.
           DISPLAY  "NIS:"             AT  1145.
           DISPLAY  "CPF DO TITULAR:"  AT  1210.
           DISPLAY  "PROGRAMA:"        AT  1310.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.
               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE I, C, X OU N" AT 2421
               END-IF
           END-PERFORM.

           END-IF
           IF  FUNCAO-CONSULTAR
               PERFORM LISTAR-INSCRICOES
           ELSE
           IF  FUNCAO-NIS
               PERFORM REGISTRAR-NIS
           ELSE
               PERFORM RECEBER-PROGRAMA
               IF  FUNCAO-INSCREVER
                   PERFORM CRITICAR-PROGRAMA
                   IF  W-PROGRAMA-OK = "S"
                       PERFORM INSCREVER-TITULAR
                   END-IF
               ELSE
                   PERFORM CANCELAR-INSCRICAO
               END-IF
           END-IF
           END-IF.

       RECEBER-TITULAR.
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY NOME AT 1245
               PERFORM LOCALIZAR-NIS
           END-IF.

       LOCALIZAR-NIS.
           MOVE "N" TO W-TEM-NIS
           IF  W-SEM-NIS NOT = "S"
               MOVE W-CPF-TITULAR TO NIS-CPF
               READ ARQ-NIS
               IF  CODERRO-NIS = "00"
                   MOVE "S" TO W-TEM-NIS
                   DISPLAY NIS-NUMERO AT 1150
               END-IF
           END-IF.

      *    NIS NOVO E GRAVADO; UM JA EXISTENTE E CORRIGIDO NO PROPRIO
      *    REGISTRO. STATUS "22" E A CHAVE ALTERNATIVA DIZENDO QUE O
      *    NUMERO JA PERTENCE A OUTRO CPF.
       REGISTRAR-NIS.
           IF  W-SEM-NIS = "S"
               DISPLAY "CADASTRO DE NIS NAO DISPONIVEL" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NIS (11 DIGITOS):" AT 1310
           PERFORM WITH TEST AFTER UNTIL W-NIS-VALIDO = "S"
               ACCEPT W-NIS-DIGITADO AT 1328 WITH AUTO
               CALL "PGM88" USING W-NIS-DIGITADO W-NIS-VALIDO
               IF  W-NIS-VALIDO = "S"
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "NIS INVALIDO (DIGITO VERIFICADOR)!"
                           AT 2421
               END-IF
           END-PERFORM
           IF  W-TEM-NIS = "S" AND NIS-NUMERO = W-NIS-DIGITADO
               DISPLAY "NIS JA REGISTRADO PARA ESTE TITULAR" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-TITULAR      TO NIS-CPF
           MOVE W-NIS-DIGITADO     TO NIS-NUMERO
           MOVE WS-DATA-SIST-NUM   TO NIS-DATA-INCLUSAO
           MOVE WS-OPERADOR-LOGADO TO NIS-OPERADOR
           IF  W-TEM-NIS = "S"
               REWRITE REG-NIS
           ELSE
               WRITE REG-NIS
           END-IF
           IF  CODERRO-NIS = "22"
               DISPLAY "NIS JA CADASTRADO PARA OUTRO CPF" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  CODERRO-NIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO-NIS
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               MOVE "S" TO W-TEM-NIS
               DISPLAY NIS-NUMERO AT 1150
               DISPLAY "NIS REGISTRADO" AT 2421
           END-IF
           END-IF.

       RECEBER-PROGRAMA.
               ACCEPT W-PROGRAMA  AT 1321 WITH UPPER AUTO
           END-PERFORM.

      *    SO SE INSCREVE EM PROGRAMA DO MESTRE, ATIVO E VIGENTE NA
      *    DATA DE HOJE.
       CRITICAR-PROGRAMA.
           MOVE "N" TO W-PROGRAMA-OK
           IF  W-SEM-PROGRAMAS = "S"
               DISPLAY "CADASTRO DE PROGRAMAS NAO DISPONIVEL" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROGRAMA TO PRB-CODIGO
           READ ARQ-PROGRAMAS
           IF  CODERRO-PRB = "00" AND PRB-VAGAS NOT NUMERIC
               MOVE ZEROS TO PRB-VAGAS
           END-IF
           IF  CODERRO-PRB NOT = "00"
               DISPLAY "PROGRAMA NAO CADASTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  PRB-ENCERRADO
               DISPLAY PRB-DESCRICAO AT 1327
               DISPLAY "PROGRAMA ENCERRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  PRB-DATA-INICIO > WS-DATA-SIST-NUM
            OR (PRB-DATA-FIM NOT = ZEROS
                AND PRB-DATA-FIM < WS-DATA-SIST-NUM)
               DISPLAY PRB-DESCRICAO AT 1327
               DISPLAY "PROGRAMA FORA DA VIGENCIA" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
           IF  PRB-NIS-OBRIGATORIO AND W-TEM-NIS NOT = "S"
               DISPLAY PRB-DESCRICAO AT 1327
               DISPLAY "PROGRAMA EXIGE NIS - REGISTRE COM A FUNCAO N"
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY PRB-DESCRICAO AT 1327
               MOVE "S" TO W-PROGRAMA-OK
           END-IF
           END-IF
           END-IF
           END-IF.

       INSCREVER-TITULAR.
           PERFORM VERIFICAR-VAGA
           IF  W-HA-VAGA NOT = "S"
               PERFORM INCLUIR-NA-ESPERA
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-INSCRICOES
           MOVE W-CPF-TITULAR      TO INS-CPF
           MOVE W-PROGRAMA         TO INS-PROGRAMA
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "INSCRICAO REGISTRADA" AT 2421
               PERFORM BAIXAR-DA-ESPERA
           END-IF
           END-IF.

                           AT 2421 WITH FOREGROUND-COLOR 4
               ELSE
                   DISPLAY "INSCRICAO REATIVADA" AT 2421
                   PERFORM BAIXAR-DA-ESPERA
               END-IF
           END-IF
           END-IF.

      *    HA VAGA QUANDO O PROGRAMA NAO TEM LIMITE OU QUANDO AS
      *    INSCRICOES ATIVAS MAIS QUEM ESTA A FRENTE DO TITULAR NA
      *    FILA AINDA CABEM NO LIMITE: O BALCAO NUNCA PASSA NA FRENTE
      *    DE QUEM JA ESPERA. TITULAR JA INSCRITO E ATIVO SEGUE PARA
      *    A MENSAGEM DE SEMPRE.
       VERIFICAR-VAGA.
           MOVE "S" TO W-HA-VAGA
           IF  PRB-VAGAS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-TITULAR TO INS-CPF
           MOVE W-PROGRAMA    TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  CODERRO-INS = "00" AND INS-ATIVA
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-ATIVAS
           PERFORM CONTAR-FILA
           IF  W-POSICAO-FILA > ZEROS
               COMPUTE W-A-FRENTE = W-POSICAO-FILA - 1
           ELSE
               MOVE W-QTD-FILA TO W-A-FRENTE
           END-IF
           IF  W-QTD-ATIVAS + W-A-FRENTE NOT < PRB-VAGAS
               MOVE "N" TO W-HA-VAGA
           END-IF.

      *    INSCRICOES ATIVAS DO PROGRAMA: A CHAVE E CPF + PROGRAMA,
      *    ENTAO A CONTAGEM PERCORRE O ARQUIVO INTEIRO.
       CONTAR-ATIVAS.
           MOVE ZEROS      TO W-QTD-ATIVAS
           MOVE "N"        TO W-FIM-LISTA
           MOVE LOW-VALUES TO INS-CHAVE
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-LISTA
           END-START
           PERFORM LER-INSCRICAO-PROGRAMA
           PERFORM SOMAR-ATIVA UNTIL W-FIM-LISTA = "S".

       LER-INSCRICAO-PROGRAMA.
           IF  W-FIM-LISTA NOT = "S"
               READ ARQ-INSCRICOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-LISTA
               END-READ
           END-IF.

       SOMAR-ATIVA.
           IF  INS-PROGRAMA = W-PROGRAMA AND INS-ATIVA
               ADD 1 TO W-QTD-ATIVAS
           END-IF
           PERFORM LER-INSCRICAO-PROGRAMA.

      *    PERCORRE A FILA DO PROGRAMA NA ORDEM DE CHAMADA (CHAVE
      *    ALTERNATIVA): W-QTD-FILA = QUANTOS AGUARDAM, W-POSICAO-FILA
      *    = LUGAR DO TITULAR (ZERO = NAO ESTA NA FILA).
       CONTAR-FILA.
           MOVE ZEROS TO W-QTD-FILA W-POSICAO-FILA
           IF  W-SEM-ESPERA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO W-FIM-FILA
           MOVE W-PROGRAMA TO ESP-FILA-PROGRAMA
           MOVE "A"        TO ESP-SITUACAO
           MOVE ZEROS      TO ESP-RENDA-PER-CAPITA ESP-DATA-PEDIDO
           MOVE LOW-VALUES TO ESP-FILA-CPF
           START ARQ-ESPERA KEY NOT < ESP-CHAVE-FILA
               INVALID KEY
                   MOVE "S" TO W-FIM-FILA
           END-START
           PERFORM LER-FILA
           PERFORM SOMAR-FILA UNTIL W-FIM-FILA = "S".

       LER-FILA.
           IF  W-FIM-FILA NOT = "S"
               READ ARQ-ESPERA NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-FILA
               END-READ
               IF  W-FIM-FILA NOT = "S"
                AND (ESP-FILA-PROGRAMA NOT = W-PROGRAMA
                     OR NOT ESP-AGUARDANDO)
                   MOVE "S" TO W-FIM-FILA
               END-IF
           END-IF.

       SOMAR-FILA.
           ADD 1 TO W-QTD-FILA
           IF  ESP-CPF = W-CPF-TITULAR
               MOVE W-QTD-FILA TO W-POSICAO-FILA
           END-IF
           PERFORM LER-FILA.

      *    PROGRAMA SEM VAGA: QUEM JA ESTA NA FILA SO VE A POSICAO;
      *    OS DEMAIS ENTRAM NELA SE O CIDADAO CONFIRMAR. UM REGISTRO
      *    ANTIGO (CHAMADO OU RETIRADO) E REAPROVEITADO COMO PEDIDO
      *    NOVO.
       INCLUIR-NA-ESPERA.
           IF  W-SEM-ESPERA = "S"
               DISPLAY "PROGRAMA SEM VAGAS" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  W-POSICAO-FILA > ZEROS
               MOVE W-POSICAO-FILA TO W-POSICAO-EDIT
               DISPLAY "SEM VAGAS - TITULAR NA LISTA DE ESPERA, "
                       "POSICAO " W-POSICAO-EDIT AT 2421
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SEM VAGAS - INCLUIR NA LISTA DE ESPERA? (S/N):"
                   AT 1910
           PERFORM WITH TEST AFTER
                   UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 1957 WITH UPPER AUTO
           END-PERFORM
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "OPERACAO NAO EFETIVADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-TITULAR TO ESP-CPF
           MOVE W-PROGRAMA    TO ESP-PROGRAMA
           READ ARQ-ESPERA
           IF  CODERRO-ESP = "00"
               MOVE "S" TO W-ESPERA-EXISTE
           ELSE
               MOVE "N" TO W-ESPERA-EXISTE
               MOVE W-CPF-TITULAR TO ESP-CPF
               MOVE W-PROGRAMA    TO ESP-PROGRAMA
           END-IF
           MOVE W-PROGRAMA         TO ESP-FILA-PROGRAMA
           MOVE "A"                TO ESP-SITUACAO
           CALL "PGM89" USING W-CPF-TITULAR ESP-RENDA-PER-CAPITA
                              W-RENDA-APURADA
           MOVE WS-DATA-SIST-NUM   TO ESP-DATA-PEDIDO
           MOVE W-CPF-TITULAR      TO ESP-FILA-CPF
           MOVE WS-OPERADOR-LOGADO TO ESP-OPERADOR
           MOVE ZEROS              TO ESP-DATA-SAIDA
           MOVE SPACES             TO ESP-MOTIVO-SAIDA
           IF  W-ESPERA-EXISTE = "S"
               REWRITE REG-ESPERA
           ELSE
               WRITE REG-ESPERA
           END-IF
           IF  CODERRO-ESP NOT = "00"
               DISPLAY "ERRO AO GRAVAR NA LISTA DE ESPERA - STATUS "
                       CODERRO-ESP AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  W-RENDA-APURADA NOT = "S"
               DISPLAY "SEM DECLARACAO DE RENDA VALIDA - FICA NO FIM "
                       "DA FILA ATE DECLARAR" AT 2110
           END-IF
           PERFORM CONTAR-FILA
           MOVE W-POSICAO-FILA TO W-POSICAO-EDIT
           DISPLAY "INCLUIDO NA LISTA DE ESPERA - POSICAO "
                   W-POSICAO-EDIT AT 2421.

      *    INSCRITO PELO BALCAO: O PEDIDO NA FILA, SE HOUVER, SAI
      *    COMO CHAMADO.
       BAIXAR-DA-ESPERA.
           IF  W-SEM-ESPERA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-TITULAR TO ESP-CPF
           MOVE W-PROGRAMA    TO ESP-PROGRAMA
           READ ARQ-ESPERA
           IF  CODERRO-ESP = "00" AND ESP-AGUARDANDO
               MOVE "C"                  TO ESP-SITUACAO
               MOVE WS-DATA-SIST-NUM     TO ESP-DATA-SAIDA
               MOVE "INSCRITO NO BALCAO" TO ESP-MOTIVO-SAIDA
               MOVE WS-OPERADOR-LOGADO   TO ESP-OPERADOR
               REWRITE REG-ESPERA
           END-IF.

       CANCELAR-INSCRICAO.
           PERFORM LER-INSCRICAO
           PERFORM LISTAR-UMA-INSCRICAO
                   UNTIL W-FIM-LISTA = "S" OR W-LINHA-LISTA > 19
           PERFORM LISTAR-ESPERA
           IF  W-QTD-LISTADAS = ZEROS
               DISPLAY "TITULAR SEM INSCRICOES" AT 1510
           END-IF.

      *    PEDIDOS DO TITULAR AGUARDANDO VAGA, COM A POSICAO ATUAL NA
      *    FILA DE CADA PROGRAMA. OS PROGRAMAS SAO GUARDADOS ANTES
      *    PORQUE A CONTAGEM DA POSICAO REPOSICIONA O ARQUIVO.
       LISTAR-ESPERA.
           IF  W-SEM-ESPERA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-QTD-FILAS
           MOVE "N"   TO W-FIM-FILA
           MOVE W-CPF-TITULAR TO ESP-CPF
           MOVE LOW-VALUES    TO ESP-PROGRAMA
           START ARQ-ESPERA KEY NOT < ESP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-FILA
           END-START
           PERFORM LER-ESPERA-TITULAR
           PERFORM GUARDAR-ESPERA UNTIL W-FIM-FILA = "S"
           PERFORM LISTAR-UMA-ESPERA
                   VARYING W-IDX-FILA FROM 1 BY 1
                   UNTIL W-IDX-FILA > W-QTD-FILAS
                      OR W-LINHA-LISTA > 19.

       LER-ESPERA-TITULAR.
           IF  W-FIM-FILA NOT = "S"
               READ ARQ-ESPERA NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-FILA
               END-READ
               IF  W-FIM-FILA NOT = "S"
                AND ESP-CPF NOT = W-CPF-TITULAR
                   MOVE "S" TO W-FIM-FILA
               END-IF
           END-IF.

       GUARDAR-ESPERA.
           IF  ESP-AGUARDANDO AND W-QTD-FILAS < 5
               ADD 1 TO W-QTD-FILAS
               MOVE ESP-PROGRAMA TO W-FILA-PROGRAMA (W-QTD-FILAS)
           END-IF
           PERFORM LER-ESPERA-TITULAR.

       LISTAR-UMA-ESPERA.
           MOVE W-FILA-PROGRAMA (W-IDX-FILA) TO W-PROGRAMA
           PERFORM CONTAR-FILA
           MOVE W-POSICAO-FILA TO W-POSICAO-EDIT
           DISPLAY W-PROGRAMA
                   AT LINE W-LINHA-LISTA COLUMN 10
           DISPLAY "ESPERA"
                   AT LINE W-LINHA-LISTA COLUMN 33
           DISPLAY "POSICAO " W-POSICAO-EDIT
                   AT LINE W-LINHA-LISTA COLUMN 43
           ADD 1 TO W-LINHA-LISTA
           ADD 1 TO W-QTD-LISTADAS.

       LER-INSCRICAO.
           IF  W-FIM-LISTA NOT = "S"
               READ ARQ-INSCRICOES NEXT RECORD

       FINALIZACAO.
           CLOSE ARQ-INSCRICOES.
           IF  W-SEM-PROGRAMAS NOT = "S"
               CLOSE ARQ-PROGRAMAS
           END-IF.
           IF  W-SEM-NIS NOT = "S"
               CLOSE ARQ-NIS
           END-IF.
           IF  W-SEM-ESPERA NOT = "S"
               CLOSE ARQ-ESPERA
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM94  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CARTAO DO BENEFICIARIO NO BALCAO (CARTOES.DAT, LAYOUT
      *    CPYCARTA). O ATENDENTE INFORMA O CPF DO TITULAR E O
      *    PROGRAMA; A TELA LISTA AS ULTIMAS VIAS DO CARTAO. FUNCOES:
      *      C - CONSULTA;
      *      E - ENTREGA: O ATENDENTE DIGITA (OU LE) O NUMERO DO
      *          CARTAO, QUE TEM O DV CONFERIDO PELO PGM92 E PRECISA
      *          SER DO TITULAR E DO PROGRAMA, EMITIDO E JA PRODUZIDO
      *          PELA GRAFICA (PGM93); PASSA A "ENTREGUE";
      *      B - BLOQUEIO POR PERDA, ROUBO OU DANO, COM MOTIVO. COM
      *          SEGUNDA VIA, O CARTAO FICA "SUBSTITUIDO" APONTANDO O
      *          NUMERO NOVO, E A NOVA VIA NASCE "EMITIDA" PARA A
      *          PROXIMA PRODUCAO; SEM SEGUNDA VIA FICA "BLOQUEADO" E
      *          A SEGUNDA VIA PODE SER PEDIDA DEPOIS PELA MESMA
      *          FUNCAO. SEGUNDA VIA SO PARA INSCRICAO ATIVA.
      *    TODA GRAVACAO E CARIMBADA COM O OPERADOR E A DATA E FICA
      *    NA TRILHA DE AUDITORIA COMO OPERACAO "K" VIA PGM05
      *    (IMAGENS ANTES/DEPOIS DA PESSOA IGUAIS, COMO A "B" DO
      *    PGM86). CHAMADO PELO PGM00 NO SUBMENU APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELCR REPLACING STATUS-FIELD BY CODERRO-CRT.

           COPY CPYSELIB REPLACING STATUS-FIELD BY CODERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY CODERRO-PRB.

       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-PESSOAS IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-CARTOES
           LABEL  RECORD  STANDARD.
       COPY CPYCARTA.

       FD  ARQ-INSCRICOES
           LABEL  RECORD  STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL  RECORD  STANDARD.
       COPY CPYPROGB.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-CRT  PIC X(2) VALUE SPACES.
       77  CODERRO-INS  PIC X(2) VALUE SPACES.
       77  CODERRO-PRB  PIC X(2) VALUE SPACES.
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
           88  FUNCAO-OK  VALUE "C" "E" "B".
           88  FUNCAO-CONSULTAR VALUE "C".
           88  FUNCAO-ENTREGAR  VALUE "E".
           88  FUNCAO-BLOQUEAR  VALUE "B".
       77  W-CONFIRMA  PIC X VALUE SPACE.
           88  CONFIRMA-OK  VALUE "S" "N".
       01  W-BRANCO            PIC X(50) VALUE SPACE.
       01  W-CPF-TITULAR       PIC X(11) VALUE SPACES.
       01  W-PROGRAMA          PIC X(4)  VALUE SPACES.
       01  W-TITULAR-OK        PIC X  VALUE "N".
       01  W-ARQUIVO-ABERTO    PIC X  VALUE "N".
       01  W-SEM-INSCRICOES    PIC X  VALUE "N".
       01  W-SEM-PROGRAMAS     PIC X  VALUE "N".
       01  W-FIM-CARTOES       PIC X  VALUE "N".
       01  W-QTD-VIAS          PIC 9(2) VALUE ZEROS.
       01  W-PULAR-VIAS        PIC 9(2) VALUE ZEROS.
       01  W-LINHA             PIC 9(2) VALUE ZEROS.
       01  W-CHAVE-ULTIMO      PIC X(17) VALUE SPACES.
       01  W-ULTIMA-SEQUENCIA  PIC 9(2) VALUE ZEROS.
       01  W-ULTIMA-SITUACAO   PIC X  VALUE SPACE.
       01  W-NUMERO-INFORMADO  PIC 9(16) VALUE ZEROS.
       01  W-NUMERO-NOVO       PIC 9(16) VALUE ZEROS.
       01  W-NUMERO-VALIDO     PIC X  VALUE "N".
       01  W-CARTAO-GRAVADO    PIC X  VALUE "N".
       01  W-TENTATIVAS        PIC 9(2) VALUE ZEROS.
       01  W-MOTIVO            PIC X(30) VALUE SPACES.
       01  W-NUMERO-EDITADO    PIC 9999B9999B9999B9999.
       01  W-DESCR-SITUACAO    PIC X(12) VALUE SPACES.
       01  W-DATA-ENTRADA      PIC 9(8)  VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-REG-IMAGEM        PIC X(202) VALUE SPACES.

       COPY CPYOPERA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       SCREEN SECTION.
           01 TELA01.
           05 BLANK SCREEN.
           05 TITULO.
               10 LINE 02 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
               10 LINE 04 COLUMN 25 VALUE
               "SISTEMA DE CADASTRO DE PESSOAS".
               10 LINE 06 COLUMN 25 VALUE
               "CARTAO DO BENEFICIARIO".
               10 LINE 08 COLUMN 01 PIC x(80) VALUE "===================
      -    "============================================================
      -    "=".
           05 DATA-HOJE.
               10 LINE 06 COLUMN 67 PIC x(10) FROM WS-DATA-FORMATADA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM   INICIALIZACAO.
           IF  OPC NOT = "N"
               PERFORM PROCESSAMENTO UNTIL OPC = "N"
           END-IF.
           PERFORM   FINALIZACAO.
           EXIT PROGRAM.

      *    ARQ-PESSOAS e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    usa o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    O REGISTRO DE CARTOES E CRIADO PELO BATCH DE PRODUCAO
      *    (PGM93): SEM ELE NAO HA CARTAO A ENTREGAR NEM BLOQUEAR.
      *    SEM INSCRICOES NAO HA SEGUNDA VIA; SEM PROGRAMAS A TELA SO
      *    NAO MOSTRA A DESCRICAO.
       INICIALIZACAO.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN I-O ARQ-CARTOES.
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "NENHUM CARTAO EMITIDO AINDA - STATUS "
                       CODERRO-CRT AT 2301 WITH FOREGROUND-COLOR 4
               STOP  " "
               MOVE "N" TO OPC
           ELSE
               MOVE "S" TO W-ARQUIVO-ABERTO
               OPEN INPUT ARQ-INSCRICOES
               IF  CODERRO-INS NOT = "00"
                   MOVE "S" TO W-SEM-INSCRICOES
               END-IF
               OPEN INPUT ARQ-PROGRAMAS
               IF  CODERRO-PRB NOT = "00"
                   MOVE "S" TO W-SEM-PROGRAMAS
               END-IF
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-FUNCAO.
           PERFORM   ROTINA-LEITURA.
           PERFORM   EXECUTAR-FUNCAO.
           PERFORM   RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           INITIALIZE CODERRO CODERRO-CRT REG-CARTOES.
           MOVE SPACES TO W-CPF-TITULAR W-PROGRAMA W-FUNCAO.

           DISPLAY TELA01.
           DISPLAY  "FUNCAO: C=CONSULTAR E=ENTREGAR"  AT  1010.
           DISPLAY  "        B=BLOQUEAR/2A VIA"  AT  1110.
           DISPLAY  "CPF DO TITULAR...:"  AT  1210.
           DISPLAY  "PROGRAMA.........:"  AT  1310.
           DISPLAY  "VIA NUMERO DO CARTAO     SITUACAO     EMISSAO"
                    AT  1410.
           DISPLAY  "ENTREGA"             AT  1460.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           PERFORM WITH TEST AFTER UNTIL FUNCAO-OK
               ACCEPT W-FUNCAO AT 1135 WITH UPPER AUTO

               IF  FUNCAO-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE C, E OU B" AT 2421
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL W-CPF-TITULAR NOT = SPACES
               ACCEPT W-CPF-TITULAR  AT 1229 WITH AUTO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL W-PROGRAMA NOT = SPACES
               ACCEPT W-PROGRAMA  AT 1329 WITH UPPER AUTO
           END-PERFORM
           PERFORM LOCALIZAR-TITULAR
           IF  W-TITULAR-OK = "S"
               PERFORM EXIBIR-PROGRAMA
               PERFORM LISTAR-CARTOES
           END-IF.

      *    A CONSULTA E O BLOQUEIO VALEM PARA QUALQUER SITUACAO DA
      *    PESSOA (CARTAO DE QUEM SAIU TAMBEM PODE SER PERDIDO); A
      *    ENTREGA EXIGE TITULAR ATIVO.
       LOCALIZAR-TITULAR.
           MOVE "N" TO W-TITULAR-OK
           MOVE W-CPF-TITULAR TO CPF
           READ ARQ-PESSOAS
           IF  CODERRO NOT = "00"
               DISPLAY "TITULAR NAO FOI ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY NOME AT 1245
               IF  PESSOA-ATIVA OR NOT FUNCAO-ENTREGAR
                   MOVE "S" TO W-TITULAR-OK
               ELSE
                   DISPLAY "TITULAR NAO ESTA ATIVO" AT 2421
                           WITH FOREGROUND-COLOR 4
               END-IF
           END-IF.

       EXIBIR-PROGRAMA.
           IF  W-SEM-PROGRAMAS NOT = "S"
               MOVE W-PROGRAMA TO PRB-CODIGO
               READ ARQ-PROGRAMAS
               IF  CODERRO-PRB = "00"
                   DISPLAY PRB-DESCRICAO AT 1345
               END-IF
           END-IF.

      *    DUAS PASSADAS NAS VIAS DO TITULAR NO PROGRAMA: A PRIMEIRA
      *    CONTA AS VIAS E GUARDA A ULTIMA (A QUE VALE PARA O
      *    BLOQUEIO); A SEGUNDA MOSTRA AS CINCO MAIS RECENTES.
       LISTAR-CARTOES.
           MOVE ZEROS TO W-QTD-VIAS W-ULTIMA-SEQUENCIA
           MOVE SPACE TO W-ULTIMA-SITUACAO
           PERFORM POSICIONAR-CARTOES
           PERFORM CONTAR-VIA UNTIL W-FIM-CARTOES = "S"
           IF  W-QTD-VIAS = ZEROS
               DISPLAY "TITULAR SEM CARTAO NESTE PROGRAMA" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-PULAR-VIAS
           IF  W-QTD-VIAS > 5
               COMPUTE W-PULAR-VIAS = W-QTD-VIAS - 5
           END-IF
           MOVE 15 TO W-LINHA
           PERFORM POSICIONAR-CARTOES
           PERFORM EXIBIR-VIA UNTIL W-FIM-CARTOES = "S".

       POSICIONAR-CARTOES.
           MOVE "N"           TO W-FIM-CARTOES
           MOVE W-CPF-TITULAR TO CRT-CPF
           MOVE W-PROGRAMA    TO CRT-PROGRAMA
           MOVE ZEROS         TO CRT-SEQUENCIA
           START ARQ-CARTOES KEY NOT < CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CARTOES
           END-START
           PERFORM LER-CARTAO.

       LER-CARTAO.
           IF  W-FIM-CARTOES NOT = "S"
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-CARTOES
               END-READ
               IF  W-FIM-CARTOES NOT = "S"
                AND (CRT-CPF NOT = W-CPF-TITULAR
                     OR CRT-PROGRAMA NOT = W-PROGRAMA)
                   MOVE "S" TO W-FIM-CARTOES
               END-IF
           END-IF.

       CONTAR-VIA.
           ADD 1 TO W-QTD-VIAS
           MOVE CRT-SEQUENCIA TO W-ULTIMA-SEQUENCIA
           MOVE CRT-SITUACAO  TO W-ULTIMA-SITUACAO
           MOVE CRT-CHAVE     TO W-CHAVE-ULTIMO
           PERFORM LER-CARTAO.

       EXIBIR-VIA.
           IF  W-PULAR-VIAS > ZEROS
               SUBTRACT 1 FROM W-PULAR-VIAS
           ELSE
               DISPLAY CRT-SEQUENCIA AT LINE W-LINHA COLUMN 10
               MOVE CRT-NUMERO TO W-NUMERO-EDITADO
               DISPLAY W-NUMERO-EDITADO AT LINE W-LINHA COLUMN 14
               PERFORM DESCREVER-SITUACAO
               DISPLAY W-DESCR-SITUACAO AT LINE W-LINHA COLUMN 35
               MOVE CRT-DATA-EMISSAO TO W-DATA-ENTRADA
               PERFORM EDITAR-DATA
               DISPLAY W-DATA-EXIBICAO AT LINE W-LINHA COLUMN 48
               MOVE CRT-DATA-ENTREGA TO W-DATA-ENTRADA
               PERFORM EDITAR-DATA
               DISPLAY W-DATA-EXIBICAO AT LINE W-LINHA COLUMN 60
               ADD 1 TO W-LINHA
           END-IF
           PERFORM LER-CARTAO.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN CRT-EMITIDO AND CRT-DATA-PRODUCAO = ZEROS
                   MOVE "A PRODUZIR"   TO W-DESCR-SITUACAO
               WHEN CRT-EMITIDO
                   MOVE "NA GRAFICA"   TO W-DESCR-SITUACAO
               WHEN CRT-ENTREGUE
                   MOVE "ENTREGUE"     TO W-DESCR-SITUACAO
               WHEN CRT-BLOQUEADO
                   MOVE "BLOQUEADO"    TO W-DESCR-SITUACAO
               WHEN CRT-SUBSTITUIDO
                   MOVE "SUBSTITUIDO"  TO W-DESCR-SITUACAO
               WHEN OTHER
                   MOVE SPACES         TO W-DESCR-SITUACAO
           END-EVALUATE.

       EDITAR-DATA.
           IF  W-DATA-ENTRADA = ZEROS
               MOVE SPACES TO W-DATA-EXIBICAO
           ELSE
               MOVE W-DATA-ENTRADA (7:2) TO W-DATA-EXIBICAO (1:2)
               MOVE "/"                  TO W-DATA-EXIBICAO (3:1)
               MOVE W-DATA-ENTRADA (5:2) TO W-DATA-EXIBICAO (4:2)
               MOVE "/"                  TO W-DATA-EXIBICAO (6:1)
               MOVE W-DATA-ENTRADA (1:4) TO W-DATA-EXIBICAO (7:4)
           END-IF.

       EXECUTAR-FUNCAO.
           IF  W-TITULAR-OK NOT = "S" OR W-QTD-VIAS = ZEROS
            OR FUNCAO-CONSULTAR
               EXIT PARAGRAPH
           END-IF
           IF  FUNCAO-ENTREGAR
               PERFORM ENTREGAR-CARTAO
           ELSE
               PERFORM BLOQUEAR-CARTAO
           END-IF.

      *    A ENTREGA CONFERE O CARTAO FISICO: O NUMERO DIGITADO TEM
      *    DE TER DV VALIDO E SER UMA VIA DESTE TITULAR E PROGRAMA
      *    QUE A GRAFICA JA RECEBEU.
       ENTREGAR-CARTAO.
           DISPLAY "NUMERO DO CARTAO.:" AT 2010
           MOVE "N" TO W-NUMERO-VALIDO
           PERFORM WITH TEST AFTER UNTIL W-NUMERO-VALIDO = "S"
               ACCEPT W-NUMERO-INFORMADO AT 2029 WITH AUTO
               CALL "PGM92" USING "V" W-NUMERO-INFORMADO
                                  W-NUMERO-VALIDO
               IF  W-NUMERO-VALIDO = "S"
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DV DO CARTAO NAO CONFERE!" AT 2421
               END-IF
           END-PERFORM
           MOVE W-NUMERO-INFORMADO TO CRT-NUMERO
           READ ARQ-CARTOES KEY IS CRT-NUMERO
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "CARTAO NAO FOI ENCONTRADO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  CRT-CPF NOT = W-CPF-TITULAR
            OR CRT-PROGRAMA NOT = W-PROGRAMA
               DISPLAY "CARTAO NAO E DESTE TITULAR/PROGRAMA" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  NOT CRT-EMITIDO
               PERFORM DESCREVER-SITUACAO
               DISPLAY "CARTAO NAO PODE SER ENTREGUE - " AT 2421
                       WITH FOREGROUND-COLOR 4
               DISPLAY W-DESCR-SITUACAO AT 2452
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  CRT-DATA-PRODUCAO = ZEROS
               DISPLAY "CARTAO AINDA NAO ENVIADO A GRAFICA" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA A ENTREGA? (S/N):" AT 2110
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA NOT = "S"
               DISPLAY "ENTREGA NAO REGISTRADA" AT 2421
               EXIT PARAGRAPH
           END-IF
           MOVE "T"                TO CRT-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO CRT-DATA-ENTREGA
           MOVE WS-OPERADOR-LOGADO TO CRT-OPERADOR
           REWRITE REG-CARTOES
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO-CRT
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM REGISTRAR-AUDITORIA
               PERFORM LISTAR-CARTOES
               DISPLAY "ENTREGA REGISTRADA" AT 2421
           END-IF.

      *    O BLOQUEIO VALE SOBRE A ULTIMA VIA. ATIVA, PEDE O MOTIVO E
      *    SE HAVERA SEGUNDA VIA; JA BLOQUEADA, SO OFERECE A SEGUNDA
      *    VIA, MANTENDO O MOTIVO DO BLOQUEIO ORIGINAL.
       BLOQUEAR-CARTAO.
           MOVE W-CHAVE-ULTIMO TO CRT-CHAVE
           READ ARQ-CARTOES
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "ERRO DE E/S NA LEITURA - STATUS "
                       CODERRO-CRT AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  NOT CRT-ATIVO AND NOT CRT-BLOQUEADO
               DISPLAY "ULTIMA VIA NAO ESTA ATIVA NEM BLOQUEADA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  CRT-ATIVO
               DISPLAY "MOTIVO DO BLOQUEIO:" AT 2010
               MOVE SPACES TO W-MOTIVO
               PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
                   ACCEPT W-MOTIVO AT 2030 WITH UPPER AUTO
               END-PERFORM
           ELSE
               MOVE CRT-MOTIVO-BLOQUEIO TO W-MOTIVO
               DISPLAY "BLOQUEADO POR...:" AT 2010
               DISPLAY W-MOTIVO AT 2030
           END-IF
           DISPLAY "EMITIR SEGUNDA VIA? (S/N):" AT 2110
           PERFORM RECEBER-CONFIRMACAO
           IF  W-CONFIRMA = "S"
               PERFORM EMITIR-SEGUNDA-VIA
           ELSE
           IF  CRT-ATIVO
               PERFORM GRAVAR-BLOQUEIO
           ELSE
               DISPLAY "NADA ALTERADO" AT 2421
           END-IF
           END-IF.

       GRAVAR-BLOQUEIO.
           MOVE "B"                TO CRT-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO CRT-DATA-BLOQUEIO
           MOVE W-MOTIVO           TO CRT-MOTIVO-BLOQUEIO
           MOVE WS-OPERADOR-LOGADO TO CRT-OPERADOR
           REWRITE REG-CARTOES
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "ERRO AO GRAVAR - STATUS " CODERRO-CRT
                       AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM REGISTRAR-AUDITORIA
               PERFORM LISTAR-CARTOES
               DISPLAY "CARTAO BLOQUEADO" AT 2421
           END-IF.

      *    A NOVA VIA E GRAVADA PRIMEIRO; SO COM ELA GRAVADA A VIA
      *    ANTERIOR PASSA A "SUBSTITUIDO" APONTANDO O NUMERO NOVO.
      *    NUMERO REPETIDO (CONTROLE CARTOES.CTL PERDIDO) VOLTA "22"
      *    PELA CHAVE ALTERNATIVA: PEDE OUTRO NUMERO AO PGM92.
       EMITIR-SEGUNDA-VIA.
           IF  W-SEM-INSCRICOES = "S"
               DISPLAY "SEGUNDA VIA INDISPONIVEL - SEM INSCRICOES"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-TITULAR TO INS-CPF
           MOVE W-PROGRAMA    TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  CODERRO-INS NOT = "00" OR NOT INS-ATIVA
               DISPLAY "INSCRICAO NAO ATIVA - SEM SEGUNDA VIA"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           IF  W-ULTIMA-SEQUENCIA = 99
               DISPLAY "LIMITE DE VIAS ATINGIDO" AT 2421
                       WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE "N"   TO W-CARTAO-GRAVADO
           MOVE ZEROS TO W-TENTATIVAS
           PERFORM GRAVAR-NOVA-VIA
                   UNTIL W-CARTAO-GRAVADO = "S" OR W-TENTATIVAS > 20
           IF  W-CARTAO-GRAVADO NOT = "S"
               DISPLAY "ERRO AO EMITIR SEGUNDA VIA - STATUS "
                       CODERRO-CRT AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE W-CHAVE-ULTIMO TO CRT-CHAVE
           READ ARQ-CARTOES
           IF  CODERRO-CRT = "00"
               IF  CRT-ATIVO
                   MOVE WS-DATA-SIST-NUM TO CRT-DATA-BLOQUEIO
                   MOVE W-MOTIVO         TO CRT-MOTIVO-BLOQUEIO
               END-IF
               MOVE "S"                TO CRT-SITUACAO
               MOVE W-NUMERO-NOVO      TO CRT-NUMERO-SUBSTITUTO
               MOVE WS-OPERADOR-LOGADO TO CRT-OPERADOR
               REWRITE REG-CARTOES
           END-IF
           IF  CODERRO-CRT NOT = "00"
               DISPLAY "ERRO AO MARCAR VIA ANTERIOR - STATUS "
                       CODERRO-CRT AT 2421 WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM REGISTRAR-AUDITORIA
               PERFORM LISTAR-CARTOES
               DISPLAY "SEGUNDA VIA EMITIDA" AT 2421
           END-IF.

       GRAVAR-NOVA-VIA.
           ADD 1 TO W-TENTATIVAS
           CALL "PGM92" USING "N" W-NUMERO-NOVO W-NUMERO-VALIDO
           IF  W-NUMERO-VALIDO NOT = "S"
               MOVE "30" TO CODERRO-CRT
               MOVE 99   TO W-TENTATIVAS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-CARTOES
           MOVE W-CPF-TITULAR      TO CRT-CPF
           MOVE W-PROGRAMA         TO CRT-PROGRAMA
           COMPUTE CRT-SEQUENCIA = W-ULTIMA-SEQUENCIA + 1
           MOVE W-NUMERO-NOVO      TO CRT-NUMERO
           MOVE "E"                TO CRT-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO CRT-DATA-EMISSAO
           MOVE WS-OPERADOR-LOGADO TO CRT-OPERADOR
           WRITE REG-CARTOES
           IF  CODERRO-CRT = "00"
               MOVE "S" TO W-CARTAO-GRAVADO
           ELSE
           IF  CODERRO-CRT NOT = "22"
               MOVE 99 TO W-TENTATIVAS
           END-IF
           END-IF.

       REGISTRAR-AUDITORIA.
           MOVE REG-PESSOAS TO W-REG-IMAGEM
           CALL "PGM05" USING "K" W-CPF-TITULAR WS-OPERADOR-LOGADO
                              W-REG-IMAGEM W-REG-IMAGEM.

       RECEBER-CONFIRMACAO.
           MOVE SPACE TO W-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL CONFIRMA-OK
               ACCEPT W-CONFIRMA AT 2140 WITH UPPER AUTO
               IF  CONFIRMA-OK
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "DIGITE S OU N" AT 2421
               END-IF
           END-PERFORM.

       RECEBER-OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC  AT  2235 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC

               IF  OPC-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       FINALIZACAO.
           IF  W-ARQUIVO-ABERTO = "S"
               CLOSE ARQ-CARTOES
               IF  W-SEM-INSCRICOES NOT = "S"
                   CLOSE ARQ-INSCRICOES
               END-IF
               IF  W-SEM-PROGRAMAS NOT = "S"
                   CLOSE ARQ-PROGRAMAS
               END-IF
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".

       FIM-ULTIMA-LINHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM90.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    CHAMADA MENSAL DA LISTA DE ESPERA DOS PROGRAMAS DE
      *    BENEFICIO COM LIMITE DE VAGAS (PRB-VAGAS, PGM81). RODA
      *    DEPOIS DA APURACAO (PGM51), QUE CANCELA AS INSCRICOES DE
      *    FALECIDOS E ANONIMIZADOS E ASSIM ABRE AS VAGAS:
      *      1. CONTA AS INSCRICOES ATIVAS DE CADA PROGRAMA DO
      *         MESTRE (INSCBEN.DAT);
      *      2. REVISA A FILA (ESPERA.DAT, CPYESPER): TITULAR
      *         FALECIDO, ANONIMIZADO, INATIVO OU FORA DO CADASTRO,
      *         E PROGRAMA ENCERRADO OU FORA DO MESTRE, SAEM COMO
      *         RETIRADOS; QUEM JA TEM INSCRICAO ATIVA SAI COMO
      *         CHAMADO; OS DEMAIS TEM A RENDA PER CAPITA
      *         RECALCULADA (PGM89), O QUE REORDENA A FILA;
      *      3. PARA CADA PROGRAMA, CHAMA A FILA NA ORDEM (MENOR
      *         RENDA PER CAPITA, DEPOIS PEDIDO MAIS ANTIGO) ATE
      *         PREENCHER AS VAGAS LIVRES: GRAVA (OU REATIVA) A
      *         INSCRICAO, QUE ENTRA NA PROXIMA APURACAO COMO
      *         QUALQUER OUTRA, E MARCA O PEDIDO COMO CHAMADO.
      *    O RELATORIO RELESPER.LST (CATALOGO PGM38) LISTA POR
      *    PROGRAMA QUEM FOI CHAMADO E QUEM CONTINUA ESPERANDO, COM A
      *    POSICAO, E OS RETIRADOS DA FILA COM O MOTIVO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY W-COD-ERRO-PRB.

           COPY CPYSELLE REPLACING STATUS-FIELD BY W-COD-ERRO-ESP.

           SELECT REL-ESPERA ASSIGN TO "C:\TEMP\RELESPER.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL RECORD STANDARD.
       COPY CPYPROGB.

       FD  ARQ-ESPERA
           LABEL RECORD STANDARD.
       COPY CPYESPER.

       FD  REL-ESPERA
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-ESP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
       01  W-FIM-FILA          PIC X  VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-MOTIVO-RETIRADA   PIC X(30) VALUE SPACES.
       01  W-RENDA-APURADA     PIC X  VALUE "N".
       01  W-RENDA-ANTERIOR    PIC 9(7)V99 VALUE ZEROS.
       01  W-VAGAS-LIVRES      PIC 9(6) VALUE ZEROS.
       01  W-POSICAO           PIC 9(4) VALUE ZEROS.
       01  W-CPF-FILA          PIC X(11) VALUE SPACES.
       01  W-CODIGO-BUSCA      PIC X(4)  VALUE SPACES.

      *    PROGRAMAS DO MESTRE (POUCOS, TABELA EM MEMORIA COMO NA
      *    APURACAO DO PGM51).
       01  W-QTD-PROGRAMAS     PIC 9(2) VALUE ZEROS.
       01  W-TAB-PROGRAMAS.
           05  W-PRG-ITEM OCCURS 50 TIMES.
               10  W-PRG-CODIGO    PIC X(4).
               10  W-PRG-DESCRICAO PIC X(30).
               10  W-PRG-VAGAS     PIC 9(6).
               10  W-PRG-ATIVO     PIC X(1).
               10  W-PRG-ATIVAS    PIC 9(6).
       01  W-IDX-PRG           PIC 9(2) VALUE ZEROS.
       01  W-PRG-ACHADO        PIC 9(2) VALUE ZEROS.

       01  W-CONT-FILA         PIC 9(6) VALUE ZEROS.
       01  W-CONT-CHAMADOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-AGUARDANDO   PIC 9(6) VALUE ZEROS.
       01  W-CONT-RETIRADOS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-INSCRITOS PIC 9(6) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM90".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\RELESPER.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(44)
               VALUE "CHAMADA DA LISTA DE ESPERA".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).

       01  W-CAB-PROGRAMA.
           05  FILLER              PIC X(10) VALUE "PROGRAMA ".
           05  WP-CODIGO           PIC X(4).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WP-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(9)  VALUE "  VAGAS: ".
           05  WP-VAGAS            PIC ZZZ.ZZ9.
           05  FILLER              PIC X(10) VALUE "  ATIVAS: ".
           05  WP-ATIVAS           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(10) VALUE "  LIVRES: ".
           05  WP-LIVRES           PIC ZZZ.ZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(12) VALUE "SITUACAO".
           05  FILLER              PIC X(6)  VALUE "POS.".
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(15) VALUE "RENDA P/CAPITA".
           05  FILLER              PIC X(10) VALUE "PEDIDO EM".

       01  W-DETALHE.
           05  WD-SITUACAO         PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-POSICAO          PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-RENDA            PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WD-DATA-PEDIDO      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OBSERVACAO       PIC X(30).

       01  W-CAB-RETIRADOS.
           05  FILLER              PIC X(40)
               VALUE "RETIRADOS DA FILA NESTA CHAMADA".

       01  W-RETIRADO.
           05  WR-PROGRAMA         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-MOTIVO           PIC X(30).

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

           CALL "PGM35"
           PERFORM RECEBER-OPERADOR.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PROGRAMAS.
           PERFORM CONTAR-ATIVAS.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA
           WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           PERFORM REVISAR-FILA.
           PERFORM CHAMAR-PROGRAMA
                   VARYING W-IDX-PRG FROM 1 BY 1
                   UNTIL W-IDX-PRG > W-QTD-PROGRAMAS.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL PELA CHAMADA: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN I-O ARQ-INSCRICOES.
           IF  W-COD-ERRO-INS NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCBEN.DAT: " W-COD-ERRO-INS
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

      *    SEM O MESTRE NAO HA LIMITE DE VAGAS A RESPEITAR NEM FILA
      *    A CHAMAR.
           OPEN INPUT ARQ-PROGRAMAS.
           IF  W-COD-ERRO-PRB NOT = "00"
               DISPLAY "ERRO AO ABRIR PROGBEN.DAT: " W-COD-ERRO-PRB
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES
               STOP RUN
           END-IF.

      *    SEM O ARQUIVO NINGUEM FOI PARA A FILA AINDA.
           OPEN I-O ARQ-ESPERA.
           IF  W-COD-ERRO-ESP NOT = "00"
               DISPLAY "LISTA DE ESPERA VAZIA (ESPERA.DAT NAO EXISTE)"
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-ESPERA.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELESPER.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-ESPERA
               STOP RUN
           END-IF.

       CARREGAR-PROGRAMAS.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-PROGRAMA
           PERFORM GUARDAR-PROGRAMA
                   UNTIL W-FIM-ARQUIVO = "S".

       LER-PROGRAMA.
           READ ARQ-PROGRAMAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    PROGRAMA GRAVADO ANTES DO LIMITE DE VAGAS TEM BRANCOS NO
      *    CAMPO: VALE COMO SEM LIMITE.
       GUARDAR-PROGRAMA.
           IF  W-QTD-PROGRAMAS < 50
               ADD 1 TO W-QTD-PROGRAMAS
               MOVE PRB-CODIGO    TO W-PRG-CODIGO (W-QTD-PROGRAMAS)
               MOVE PRB-DESCRICAO TO W-PRG-DESCRICAO (W-QTD-PROGRAMAS)
               IF  PRB-VAGAS NUMERIC
                   MOVE PRB-VAGAS TO W-PRG-VAGAS (W-QTD-PROGRAMAS)
               ELSE
                   MOVE ZEROS     TO W-PRG-VAGAS (W-QTD-PROGRAMAS)
               END-IF
               MOVE "S" TO W-PRG-ATIVO (W-QTD-PROGRAMAS)
               IF  PRB-ENCERRADO
                OR PRB-DATA-INICIO > WS-DATA-SIST-NUM
                OR (PRB-DATA-FIM NOT = ZEROS
                    AND PRB-DATA-FIM < WS-DATA-SIST-NUM)
                   MOVE "N" TO W-PRG-ATIVO (W-QTD-PROGRAMAS)
               END-IF
               MOVE ZEROS TO W-PRG-ATIVAS (W-QTD-PROGRAMAS)
           END-IF
           PERFORM LER-PROGRAMA.

       CONTAR-ATIVAS.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-INSCRICAO
           PERFORM SOMAR-ATIVA UNTIL W-FIM-ARQUIVO = "S".

       LER-INSCRICAO.
           READ ARQ-INSCRICOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       SOMAR-ATIVA.
           IF  INS-ATIVA
               MOVE INS-PROGRAMA TO W-CODIGO-BUSCA
               PERFORM LOCALIZAR-PROGRAMA
               IF  W-PRG-ACHADO > ZEROS
                   ADD 1 TO W-PRG-ATIVAS (W-PRG-ACHADO)
               END-IF
           END-IF
           PERFORM LER-INSCRICAO.

       LOCALIZAR-PROGRAMA.
           MOVE ZEROS TO W-PRG-ACHADO
           PERFORM COMPARAR-PROGRAMA
                   VARYING W-IDX-PRG FROM 1 BY 1
                   UNTIL W-IDX-PRG > W-QTD-PROGRAMAS
                      OR W-PRG-ACHADO > ZEROS.

       COMPARAR-PROGRAMA.
           IF  W-PRG-CODIGO (W-IDX-PRG) = W-CODIGO-BUSCA
               MOVE W-IDX-PRG TO W-PRG-ACHADO
           END-IF.

      *    PASSADA PELA CHAVE PRIMARIA: A REGRAVACAO SO MEXE NA
      *    CHAVE ALTERNATIVA, ENTAO A LEITURA SEQUENCIAL NAO SE PERDE.
       REVISAR-FILA.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO ESP-CHAVE
           START ARQ-ESPERA KEY NOT < ESP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           PERFORM LER-ESPERA
           PERFORM REVISAR-PEDIDO UNTIL W-FIM-ARQUIVO = "S".

       LER-ESPERA.
           IF  W-FIM-ARQUIVO NOT = "S"
               READ ARQ-ESPERA NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-ARQUIVO
               END-READ
           END-IF.

       REVISAR-PEDIDO.
           IF  ESP-AGUARDANDO
               ADD 1 TO W-CONT-FILA
               PERFORM CRITICAR-PEDIDO
           END-IF
           PERFORM LER-ESPERA.

       CRITICAR-PEDIDO.
           MOVE SPACES TO W-MOTIVO-RETIRADA
           MOVE ESP-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
               MOVE "CPF NAO EXISTE NO CADASTRO" TO W-MOTIVO-RETIRADA
               MOVE SPACES TO NOME
           ELSE
           IF  PESSOA-FALECIDA
               MOVE "TITULAR FALECIDO" TO W-MOTIVO-RETIRADA
           ELSE
           IF  PESSOA-ANONIMIZADA
               MOVE "REGISTRO ANONIMIZADO" TO W-MOTIVO-RETIRADA
           ELSE
           IF  NOT PESSOA-ATIVA
               MOVE "CADASTRO INATIVO" TO W-MOTIVO-RETIRADA
           END-IF
           END-IF
           END-IF
           END-IF
           IF  W-MOTIVO-RETIRADA = SPACES
               MOVE ESP-PROGRAMA TO W-CODIGO-BUSCA
               PERFORM LOCALIZAR-PROGRAMA
               IF  W-PRG-ACHADO = ZEROS
                   MOVE "PROGRAMA NAO CADASTRADO" TO W-MOTIVO-RETIRADA
               ELSE
               IF  W-PRG-ATIVO (W-PRG-ACHADO) NOT = "S"
                   MOVE "PROGRAMA ENCERRADO OU VENCIDO"
                        TO W-MOTIVO-RETIRADA
               END-IF
               END-IF
           END-IF
           IF  W-MOTIVO-RETIRADA NOT = SPACES
               PERFORM RETIRAR-PEDIDO
               EXIT PARAGRAPH
           END-IF
           MOVE ESP-CPF      TO INS-CPF
           MOVE ESP-PROGRAMA TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  W-COD-ERRO-INS = "00" AND INS-ATIVA
               MOVE "C"                       TO ESP-SITUACAO
               MOVE WS-DATA-SIST-NUM          TO ESP-DATA-SAIDA
               MOVE "JA INSCRITO NO PROGRAMA" TO ESP-MOTIVO-SAIDA
               PERFORM REGRAVAR-PEDIDO
               ADD 1 TO W-CONT-JA-INSCRITOS
               EXIT PARAGRAPH
           END-IF
           MOVE ESP-RENDA-PER-CAPITA TO W-RENDA-ANTERIOR
           CALL "PGM89" USING ESP-CPF ESP-RENDA-PER-CAPITA
                              W-RENDA-APURADA
           IF  ESP-RENDA-PER-CAPITA NOT = W-RENDA-ANTERIOR
               PERFORM REGRAVAR-PEDIDO
           END-IF.

       RETIRAR-PEDIDO.
           IF  W-CONT-RETIRADOS = ZEROS
               WRITE REG-REL FROM W-CAB-RETIRADOS
                     AFTER ADVANCING 2 LINES
           END-IF
           MOVE "R"               TO ESP-SITUACAO
           MOVE WS-DATA-SIST-NUM  TO ESP-DATA-SAIDA
           MOVE W-MOTIVO-RETIRADA TO ESP-MOTIVO-SAIDA
           PERFORM REGRAVAR-PEDIDO
           ADD 1 TO W-CONT-RETIRADOS
           MOVE ESP-PROGRAMA      TO WR-PROGRAMA
           MOVE ESP-CPF           TO WR-CPF
           MOVE NOME              TO WR-NOME
           MOVE W-MOTIVO-RETIRADA TO WR-MOTIVO
           WRITE REG-REL FROM W-RETIRADO AFTER ADVANCING 1 LINE.

       REGRAVAR-PEDIDO.
           MOVE W-OPERADOR TO ESP-OPERADOR
           REWRITE REG-ESPERA
           IF  W-COD-ERRO-ESP NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PEDIDO - CPF " ESP-CPF
                       " PROGRAMA " ESP-PROGRAMA
                       " STATUS " W-COD-ERRO-ESP
           END-IF.

      *    CADA CHAMADA TIRA O PEDIDO DA FAIXA "A" DA CHAVE
      *    ALTERNATIVA, ENTAO A FILA E REPOSICIONADA NO INICIO A CADA
      *    TITULAR CHAMADO; ESGOTADAS AS VAGAS, O RESTO E SO LISTADO.
       CHAMAR-PROGRAMA.
           IF  W-PRG-VAGAS (W-IDX-PRG) = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF  W-PRG-ATIVAS (W-IDX-PRG) < W-PRG-VAGAS (W-IDX-PRG)
               COMPUTE W-VAGAS-LIVRES = W-PRG-VAGAS (W-IDX-PRG)
                                      - W-PRG-ATIVAS (W-IDX-PRG)
           ELSE
               MOVE ZEROS TO W-VAGAS-LIVRES
           END-IF
           MOVE W-PRG-CODIGO (W-IDX-PRG)    TO WP-CODIGO
           MOVE W-PRG-DESCRICAO (W-IDX-PRG) TO WP-DESCRICAO
           MOVE W-PRG-VAGAS (W-IDX-PRG)     TO WP-VAGAS
           MOVE W-PRG-ATIVAS (W-IDX-PRG)    TO WP-ATIVAS
           MOVE W-VAGAS-LIVRES              TO WP-LIVRES
           WRITE REG-REL FROM W-CAB-PROGRAMA AFTER ADVANCING 3 LINES
           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO W-POSICAO
           PERFORM POSICIONAR-FILA
           PERFORM CHAMAR-TITULAR
                   UNTIL W-FIM-FILA = "S" OR W-VAGAS-LIVRES = ZEROS
           MOVE ZEROS TO W-POSICAO
           PERFORM LISTAR-AGUARDANDO UNTIL W-FIM-FILA = "S".

       POSICIONAR-FILA.
           MOVE "N" TO W-FIM-FILA
           MOVE W-PRG-CODIGO (W-IDX-PRG) TO ESP-FILA-PROGRAMA
           MOVE "A"        TO ESP-SITUACAO
           MOVE ZEROS      TO ESP-RENDA-PER-CAPITA ESP-DATA-PEDIDO
           MOVE LOW-VALUES TO ESP-FILA-CPF
           START ARQ-ESPERA KEY NOT < ESP-CHAVE-FILA
               INVALID KEY
                   MOVE "S" TO W-FIM-FILA
           END-START
           PERFORM LER-FILA.

       LER-FILA.
           IF  W-FIM-FILA NOT = "S"
               READ ARQ-ESPERA NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-FILA
               END-READ
               IF  W-FIM-FILA NOT = "S"
                AND (ESP-FILA-PROGRAMA NOT = W-PRG-CODIGO (W-IDX-PRG)
                     OR NOT ESP-AGUARDANDO)
                   MOVE "S" TO W-FIM-FILA
               END-IF
           END-IF.

       CHAMAR-TITULAR.
           MOVE ESP-CPF TO W-CPF-FILA
           PERFORM GRAVAR-INSCRICAO
           MOVE ESP-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           ADD 1 TO W-POSICAO
           MOVE "CHAMADO"  TO WD-SITUACAO
           MOVE SPACES     TO WD-OBSERVACAO
           IF  W-COD-ERRO-INS NOT = "00"
               MOVE "AGUARDANDO" TO WD-SITUACAO
               MOVE "ERRO AO GRAVAR INSCRICAO" TO WD-OBSERVACAO
               PERFORM IMPRIMIR-DETALHE
               PERFORM LER-FILA
               EXIT PARAGRAPH
           END-IF
           PERFORM IMPRIMIR-DETALHE
           MOVE "C"                TO ESP-SITUACAO
           MOVE WS-DATA-SIST-NUM   TO ESP-DATA-SAIDA
           MOVE "CHAMADO PELA LISTA DE ESPERA" TO ESP-MOTIVO-SAIDA
           PERFORM REGRAVAR-PEDIDO
           ADD 1 TO W-CONT-CHAMADOS
           ADD 1 TO W-PRG-ATIVAS (W-IDX-PRG)
           SUBTRACT 1 FROM W-VAGAS-LIVRES
           PERFORM POSICIONAR-FILA.

      *    INSCRICAO NOVA, OU A CANCELADA DO MESMO TITULAR REATIVADA
      *    COMO NO BALCAO (PGM50). A ELEGIBILIDADE FICA PARA A
      *    PROXIMA APURACAO.
       GRAVAR-INSCRICAO.
           INITIALIZE REG-INSCRICOES
           MOVE W-CPF-FILA               TO INS-CPF
           MOVE W-PRG-CODIGO (W-IDX-PRG) TO INS-PROGRAMA
           MOVE WS-DATA-SIST-NUM         TO INS-DATA-INSCRICAO
           MOVE W-OPERADOR               TO INS-OPERADOR
           MOVE "A"                      TO INS-SITUACAO
           MOVE SPACE                    TO INS-ELEGIVEL
           MOVE ZEROS                    TO INS-DATA-APURACAO
           WRITE REG-INSCRICOES
           IF  W-COD-ERRO-INS = "22"
               READ ARQ-INSCRICOES
               IF  W-COD-ERRO-INS = "00"
                   MOVE WS-DATA-SIST-NUM TO INS-DATA-INSCRICAO
                   MOVE W-OPERADOR       TO INS-OPERADOR
                   MOVE "A"              TO INS-SITUACAO
                   MOVE SPACE            TO INS-ELEGIVEL
                   MOVE ZEROS            TO INS-DATA-APURACAO
                   REWRITE REG-INSCRICOES
               END-IF
           END-IF
           IF  W-COD-ERRO-INS NOT = "00"
               DISPLAY "ERRO AO GRAVAR INSCRICAO - CPF " W-CPF-FILA
                       " STATUS " W-COD-ERRO-INS
           END-IF.

       LISTAR-AGUARDANDO.
           ADD 1 TO W-POSICAO
           ADD 1 TO W-CONT-AGUARDANDO
           MOVE ESP-CPF TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           MOVE "AGUARDANDO" TO WD-SITUACAO
           MOVE SPACES       TO WD-OBSERVACAO
           IF  ESP-RENDA-PER-CAPITA = 9999999,99
               MOVE "SEM DECLARACAO DE RENDA VALIDA" TO WD-OBSERVACAO
           END-IF
           PERFORM IMPRIMIR-DETALHE
           PERFORM LER-FILA.

       IMPRIMIR-DETALHE.
           MOVE W-POSICAO            TO WD-POSICAO
           MOVE ESP-CPF              TO WD-CPF
           MOVE NOME                 TO WD-NOME
           MOVE ESP-RENDA-PER-CAPITA TO WD-RENDA
           MOVE ESP-DATA-PEDIDO      TO WD-DATA-PEDIDO
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-FILA TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "PEDIDOS AGUARDANDO REVISADOS : " W-CONT-FILA.
           DISPLAY "RETIRADOS DA FILA            : " W-CONT-RETIRADOS.
           DISPLAY "JA INSCRITOS (BAIXADOS)      : "
                   W-CONT-JA-INSCRITOS.
           DISPLAY "CHAMADOS (INSCRICAO GRAVADA) : " W-CONT-CHAMADOS.
           DISPLAY "CONTINUAM AGUARDANDO         : " W-CONT-AGUARDANDO.
           DISPLAY "RELATORIO EM RELESPER.LST".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-INSCRICOES.
           CLOSE ARQ-PROGRAMAS.
           CLOSE ARQ-ESPERA.
           CLOSE REL-ESPERA.

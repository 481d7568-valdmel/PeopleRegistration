       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM97.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    APURACAO PERIODICA DE INDICIOS DE FRAUDE EM BENEFICIOS. O
      *    PGM27 SO PROCURA A MESMA PESSOA CADASTRADA DUAS VEZES; ESTE
      *    BATCH CRUZA PESSOAS, DEPENDENTES, RENDA E INSCRICOES ATRAS
      *    DOS PADROES QUE A CONTROLADORIA PERGUNTA:
      *      01 - VARIOS TITULARES COM INSCRICAO ATIVA NO MESMO CEP +
      *           ENDERECO (MINIMO INFORMADO NO CONSOLE, PADRAO 3);
      *           A PONTUACAO SOBE COM O TAMANHO DO GRUPO;
      *      02 - DEP-CPF-PROPRIO QUE APARECE EM DOIS NUCLEOS;
      *      03 - DEPENDENTE QUE E ELE PROPRIO TITULAR INSCRITO;
      *      04 - RENDA REBAIXADA NO PGM49 (HISTORICO RENDAHIS.LOG)
      *           E INSCRICAO NOS N DIAS SEGUINTES (JANELA INFORMADA
      *           NO CONSOLE, PADRAO 90);
      *      05 - INSCRICAO FEITA POR OPERADOR QUE MORA NO ENDERECO
      *           DO TITULAR (OPE-CPF LIGA O OPERADOR AO PROPRIO
      *           CADASTRO; OPERADOR SEM CPF NAO E CONFERIDO).
      *    AS TRES PRIMEIRAS PASSAGENS SAO CLASSIFICACOES SOBRE O
      *    MESMO ARQUIVO DE TRABALHO (COMO NO PGM27); A QUARTA
      *    PERCORRE AS INSCRICOES. CADA INDICIO SAI NO RELATORIO
      *    RELFRAUD.LST (CATALOGO PGM38) E NA LISTA FRAUDES.WRK
      *    (CPYFRAUD), TRABALHADA PELO SUPERVISOR NO PGM98. A LISTA
      *    E REFEITA A CADA APURACAO, MAS OS INDICIOS JA CONCLUIDOS
      *    PELO SUPERVISOR SAO CONSERVADOS E NAO VOLTAM A SER
      *    APONTADOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           SELECT ARQ-RENDA-HIST ASSIGN TO "C:\TEMP\RENDAHIS.LOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-RHS.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\FRAUDES.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRB.

           SELECT REL-FRAUDES ASSIGN TO "C:\TEMP\RELFRAUD.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\FRAUDES.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  ARQ-RENDA-HIST
           LABEL RECORD STANDARD.
       COPY CPYRNDHS.

       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       COPY CPYFRAUD.

       FD  REL-FRAUDES
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

      *    NA 1a PASSAGEM A CHAVE E CEP + ENDERECO; NA 2a, O CPF DO
      *    DEPENDENTE + CPF DO TITULAR; NA 3a, O CPF + A ORDEM DE
      *    GRAVACAO NO HISTORICO DE RENDA (A CLASSIFICACAO NAO PODE
      *    TROCAR A ORDEM DAS DECLARACOES DO MESMO CPF).
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-CHAVE           PIC X(54).
           05  CLA-CPF             PIC X(11).
           05  CLA-NOME            PIC X(30).
           05  CLA-DADOS           PIC X(20).
           05  CLA-DADOS-RENDA REDEFINES CLA-DADOS.
               10  CLA-RND-DATA        PIC 9(8).
               10  CLA-RND-OPERACAO    PIC X(1).
               10  CLA-RND-RENDA       PIC 9(7)V99.
               10  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RHS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-FIM-INSCRICOES    PIC X  VALUE "N".
       01  W-PASSAGEM          PIC 9  VALUE 1.
       01  W-SEM-HISTORICO     PIC X  VALUE "N".
       01  W-INSCRITO          PIC X  VALUE "N".
       01  W-PROGRAMA-INSCRITO PIC X(4) VALUE SPACES.
       01  W-CPF-PROCURADO     PIC X(11) VALUE SPACES.

      *    PARAMETROS DA APURACAO, INFORMADOS NO CONSOLE.
       01  W-MINIMO-ENDERECO   PIC 9(3) VALUE ZEROS.
       01  W-MINIMO-PADRAO     PIC 9(3) VALUE 3.
       01  W-JANELA-DIAS       PIC 9(3) VALUE ZEROS.
       01  W-JANELA-PADRAO     PIC 9(3) VALUE 90.

      *    PESO DE CADA INDICADOR NA PONTUACAO.
       01  W-PONTOS-ENDERECO   PIC 9(3) VALUE 20.
       01  W-PONTOS-POR-EXCESSO PIC 9(3) VALUE 5.
       01  W-PONTOS-DEP-DUPLO  PIC 9(3) VALUE 40.
       01  W-PONTOS-DEP-TITULAR PIC 9(3) VALUE 50.
       01  W-PONTOS-RENDA      PIC 9(3) VALUE 30.
       01  W-PONTOS-OPERADOR   PIC 9(3) VALUE 60.

      *    1a PASSAGEM: O GRUPO DE TITULARES DO MESMO ENDERECO.
       01  W-CHAVE-ANTERIOR    PIC X(54) VALUE SPACES.
       01  W-QTD-GRUPO         PIC 9(5) VALUE ZEROS.
       01  W-QTD-GRUPO-EDIT    PIC ZZZZ9.
       01  W-MAX-GRUPO         PIC 9(5) VALUE 200.
       01  W-IND-GRUPO         PIC 9(5) COMP VALUE ZEROS.
       01  W-TAB-GRUPO.
           05  W-GRUPO         OCCURS 200 TIMES.
               10  W-GRP-CPF       PIC X(11).
               10  W-GRP-NOME      PIC X(30).
       01  W-PONTOS-GRUPO      PIC 9(5) VALUE ZEROS.

      *    2a PASSAGEM: O DEPENDENTE ANTERIOR NA CLASSIFICACAO.
       01  W-TEM-ANTERIOR      PIC X  VALUE "N".
       01  W-DEP-ANTERIOR      PIC X(11) VALUE SPACES.
       01  W-TITULAR-ANTERIOR  PIC X(11) VALUE SPACES.

      *    3a PASSAGEM: A ULTIMA RENDA CONHECIDA DO CPF.
       01  W-SEQ-HISTORICO     PIC 9(9) VALUE ZEROS.
       01  W-CPF-RENDA         PIC X(11) VALUE SPACES.
       01  W-TEM-RENDA         PIC X  VALUE "N".
       01  W-RENDA-ULTIMA      PIC 9(7)V99 VALUE ZEROS.
       01  W-RENDA-EDIT-1      PIC ZZZZZZ9,99.
       01  W-RENDA-EDIT-2      PIC ZZZZZZ9,99.
       01  W-DIAS-DECORRIDOS   PIC S9(7) VALUE ZEROS.

      *    4a PASSAGEM: O ENDERECO DO OPERADOR DA INSCRICAO.
       01  W-OPE-CPF           PIC X(11) VALUE SPACES.
       01  W-OPE-ENDERECO      PIC X(45) VALUE SPACES.
       01  W-OPE-CEP           PIC X(9)  VALUE SPACES.
       01  W-OPE-MORA-AQUI     PIC X  VALUE "N".

      *    INDICIOS JA CONCLUIDOS PELO SUPERVISOR NA LISTA ANTERIOR.
       01  W-QTD-CONCLUIDOS    PIC 9(5) VALUE ZEROS.
       01  W-MAX-CONCLUIDOS    PIC 9(5) VALUE 2000.
       01  W-IND-CON           PIC 9(5) COMP VALUE ZEROS.
       01  W-JA-CONCLUIDO      PIC X  VALUE "N".
       01  W-TAB-CONCLUIDOS.
           05  W-CONCLUIDO     OCCURS 2000 TIMES.
               10  W-CON-CPF       PIC X(11).
               10  W-CON-NOME      PIC X(30).
               10  W-CON-INDICADOR PIC X(2).
               10  W-CON-PONTOS    PIC X(3).
               10  W-CON-REFERENCIA PIC X(11).
               10  W-CON-RESTO     PIC X(94).

       01  W-DATA-AUX          PIC 9(8) VALUE ZEROS.
       01  W-DATA-EXIBICAO     PIC X(10) VALUE SPACES.
       01  W-DATA-EXIBICAO-2   PIC X(10) VALUE SPACES.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-CONT-TITULARES    PIC 9(6) VALUE ZEROS.
       01  W-CONT-DEPENDENTES  PIC 9(6) VALUE ZEROS.
       01  W-CONT-HISTORICO    PIC 9(6) VALUE ZEROS.
       01  W-CONT-INSCRICOES   PIC 9(6) VALUE ZEROS.
       01  W-CONT-INDICIOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-IND-01       PIC 9(6) VALUE ZEROS.
       01  W-CONT-IND-02       PIC 9(6) VALUE ZEROS.
       01  W-CONT-IND-03       PIC 9(6) VALUE ZEROS.
       01  W-CONT-IND-04       PIC 9(6) VALUE ZEROS.
       01  W-CONT-IND-05       PIC 9(6) VALUE ZEROS.
       01  W-CONT-REPETIDOS    PIC 9(6) VALUE ZEROS.
       01  W-TOTAL-PONTOS      PIC 9(9) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM97".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\RELFRAUD.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "INDICIOS DE FRAUDE EM BENEFICIOS".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(4)  VALUE "IND".
           05  FILLER              PIC X(5)  VALUE "PTS".
           05  FILLER              PIC X(13) VALUE "REFERENCIA".
           05  FILLER              PIC X(60) VALUE "DETALHE".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-INDICADOR        PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PONTOS           PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-REFERENCIA       PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-DETALHE          PIC X(60).

       01  W-RODAPE.
           05  FILLER              PIC X(30)
               VALUE "TOTAL DE INDICIOS NOVOS     : ".
           05  W-RODAPE-TOTAL      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(22)
               VALUE "   PONTUACAO TOTAL : ".
           05  W-RODAPE-PONTOS     PIC ZZZ.ZZZ.ZZ9.

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
           PERFORM RECEBER-PARAMETROS.
           PERFORM CARREGAR-CONCLUIDOS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM REGRAVAR-CONCLUIDOS.

           MOVE 1 TO W-PASSAGEM
           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CHAVE CLA-CPF
               INPUT  PROCEDURE CLASSIFICAR-TITULARES
               OUTPUT PROCEDURE AGRUPAR-ENDERECOS.

           MOVE 2 TO W-PASSAGEM
           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CHAVE CLA-CPF
               INPUT  PROCEDURE CLASSIFICAR-DEPENDENTES
               OUTPUT PROCEDURE COMPARAR-DEPENDENTES.

           IF  W-SEM-HISTORICO NOT = "S"
               MOVE 3 TO W-PASSAGEM
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CHAVE CLA-CPF
                   INPUT  PROCEDURE CLASSIFICAR-HISTORICO
                   OUTPUT PROCEDURE EXAMINAR-HISTORICO
           END-IF.

           MOVE 4 TO W-PASSAGEM
           PERFORM CONFERIR-OPERADORES.

           PERFORM IMPRIMIR-RODAPE.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-PARAMETROS.
           DISPLAY "OPERADOR RESPONSAVEL PELA APURACAO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "MINIMO DE TITULARES NO MESMO ENDERECO (ZERO = 3): "
               WITH NO ADVANCING
           ACCEPT W-MINIMO-ENDERECO FROM CONSOLE
           IF  W-MINIMO-ENDERECO NOT NUMERIC
            OR W-MINIMO-ENDERECO < 2
               MOVE W-MINIMO-PADRAO TO W-MINIMO-ENDERECO
           END-IF
           DISPLAY "JANELA EM DIAS RENDA/INSCRICAO (ZERO = 90): "
               WITH NO ADVANCING
           ACCEPT W-JANELA-DIAS FROM CONSOLE
           IF  W-JANELA-DIAS NOT NUMERIC
            OR W-JANELA-DIAS = ZEROS
               MOVE W-JANELA-PADRAO TO W-JANELA-DIAS
           END-IF.

      *    OS INDICIOS QUE O SUPERVISOR JA CONCLUIU NA LISTA ANTERIOR
      *    SAO GUARDADOS PARA SEREM REGRAVADOS NA LISTA NOVA; SEM A
      *    LISTA (PRIMEIRA APURACAO), NAO HA O QUE GUARDAR.
       CARREGAR-CONCLUIDOS.
           MOVE ZEROS TO W-QTD-CONCLUIDOS
           OPEN INPUT ARQ-TRABALHO
           IF  W-COD-ERRO-TRB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-LISTA-ANTERIOR
           PERFORM GUARDAR-CONCLUIDO UNTIL FIM-ARQUIVO
           CLOSE ARQ-TRABALHO.

       LER-LISTA-ANTERIOR.
           READ ARQ-TRABALHO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-CONCLUIDO.
           IF  FRD-CONCLUIDO
               IF  W-QTD-CONCLUIDOS < W-MAX-CONCLUIDOS
                   ADD 1 TO W-QTD-CONCLUIDOS
                   MOVE REG-INDICIO TO W-CONCLUIDO (W-QTD-CONCLUIDOS)
               ELSE
                   DISPLAY "LISTA ANTERIOR COM MAIS DE "
                           W-MAX-CONCLUIDOS
                           " CONCLUIDOS - EXCEDENTE DESCARTADO"
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF
           IF  NOT FIM-ARQUIVO
               PERFORM LER-LISTA-ANTERIOR
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-DEPENDENTES.
           IF  W-COD-ERRO-DEP NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPENDEN.DAT: " W-COD-ERRO-DEP
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-INSCRICOES.
           IF  W-COD-ERRO-INS NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCBEN.DAT: " W-COD-ERRO-INS
               CLOSE ARQ-PESSOAS ARQ-DEPENDENTES
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-OPERADORES.
           IF  W-COD-ERRO-OPE NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT: " W-COD-ERRO-OPE
               CLOSE ARQ-PESSOAS ARQ-DEPENDENTES ARQ-INSCRICOES
               STOP RUN
           END-IF.

      *    SEM HISTORICO DE RENDA (NENHUMA DECLARACAO DESDE QUE O
      *    PGM49 PASSOU A GRAVA-LO) A 3a PASSAGEM NAO E FEITA.
           OPEN INPUT ARQ-RENDA-HIST.
           IF  W-COD-ERRO-RHS NOT = "00"
               MOVE "S" TO W-SEM-HISTORICO
               DISPLAY "RENDAHIS.LOG AUSENTE - INDICADOR 04 NAO APURADO"
           ELSE
               CLOSE ARQ-RENDA-HIST
           END-IF.

           OPEN OUTPUT ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO ABRIR FRAUDES.WRK: " W-COD-ERRO-TRB
               CLOSE ARQ-PESSOAS ARQ-DEPENDENTES ARQ-INSCRICOES
                     ARQ-OPERADORES
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-FRAUDES.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELFRAUD.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-DEPENDENTES ARQ-INSCRICOES
                     ARQ-OPERADORES ARQ-TRABALHO
               STOP RUN
           END-IF.

       REGRAVAR-CONCLUIDOS.
           PERFORM REGRAVAR-UM-CONCLUIDO
                   VARYING W-IND-CON FROM 1 BY 1
                   UNTIL W-IND-CON > W-QTD-CONCLUIDOS.

       REGRAVAR-UM-CONCLUIDO.
           MOVE W-CONCLUIDO (W-IND-CON) TO REG-INDICIO
           WRITE REG-INDICIO.

      *    ----------------------------------------------------------
      *    1a PASSAGEM - TITULARES INSCRITOS NO MESMO ENDERECO
      *    ----------------------------------------------------------
       CLASSIFICAR-TITULARES.
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-PESSOAS
           PERFORM LIBERAR-TITULAR UNTIL FIM-ARQUIVO.

       LER-PESSOAS.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       LIBERAR-TITULAR.
           IF  PESSOA-ATIVA AND ENDERECO NOT = SPACES
               MOVE CPF TO W-CPF-PROCURADO
               PERFORM PROCURAR-INSCRICAO-ATIVA
               IF  W-INSCRITO = "S"
                   ADD 1 TO W-CONT-TITULARES
                   MOVE SPACES   TO CLA-CHAVE CLA-DADOS
                   MOVE CEP      TO CLA-CHAVE (1:9)
                   MOVE ENDERECO TO CLA-CHAVE (10:45)
                   MOVE CPF      TO CLA-CPF
                   MOVE NOME     TO CLA-NOME
                   RELEASE REG-CLASSIFICA
               END-IF
           END-IF
           PERFORM LER-PESSOAS.

      *    W-INSCRITO = "S" SE O CPF TEM ALGUMA INSCRICAO ATIVA; O
      *    PRIMEIRO PROGRAMA ACHADO FICA EM W-PROGRAMA-INSCRITO.
       PROCURAR-INSCRICAO-ATIVA.
           MOVE "N"    TO W-INSCRITO W-FIM-INSCRICOES
           MOVE SPACES TO W-PROGRAMA-INSCRITO
           MOVE W-CPF-PROCURADO TO INS-CPF
           MOVE LOW-VALUES      TO INS-PROGRAMA
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-INSCRICOES
           END-START
           PERFORM LER-INSCRICAO-DO-CPF
           PERFORM EXAMINAR-INSCRICAO-DO-CPF
                   UNTIL W-FIM-INSCRICOES = "S" OR W-INSCRITO = "S".

       LER-INSCRICAO-DO-CPF.
           IF  W-FIM-INSCRICOES NOT = "S"
               READ ARQ-INSCRICOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-INSCRICOES
               END-READ
               IF  W-FIM-INSCRICOES NOT = "S"
                AND INS-CPF NOT = W-CPF-PROCURADO
                   MOVE "S" TO W-FIM-INSCRICOES
               END-IF
           END-IF.

       EXAMINAR-INSCRICAO-DO-CPF.
           IF  INS-ATIVA
               MOVE "S"          TO W-INSCRITO
               MOVE INS-PROGRAMA TO W-PROGRAMA-INSCRITO
           ELSE
               PERFORM LER-INSCRICAO-DO-CPF
           END-IF.

       AGRUPAR-ENDERECOS.
           MOVE "N"    TO W-FIM-CLASSIFICA
           MOVE ZEROS  TO W-QTD-GRUPO
           MOVE SPACES TO W-CHAVE-ANTERIOR
           PERFORM RETORNAR-CLASSIFICA
           PERFORM ACUMULAR-GRUPO UNTIL W-FIM-CLASSIFICA = "S"
           PERFORM FECHAR-GRUPO.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       ACUMULAR-GRUPO.
           IF  CLA-CHAVE NOT = W-CHAVE-ANTERIOR
               PERFORM FECHAR-GRUPO
               MOVE CLA-CHAVE TO W-CHAVE-ANTERIOR
           END-IF
           ADD 1 TO W-QTD-GRUPO
           IF  W-QTD-GRUPO NOT > W-MAX-GRUPO
               MOVE CLA-CPF  TO W-GRP-CPF (W-QTD-GRUPO)
               MOVE CLA-NOME TO W-GRP-NOME (W-QTD-GRUPO)
           END-IF
           PERFORM RETORNAR-CLASSIFICA.

      *    GRUPO QUE ATINGE O MINIMO: UM INDICIO POR TITULAR, COM A
      *    PONTUACAO CRESCENDO A CADA TITULAR ALEM DO MINIMO.
       FECHAR-GRUPO.
           IF  W-QTD-GRUPO NOT < W-MINIMO-ENDERECO
               COMPUTE W-PONTOS-GRUPO = W-PONTOS-ENDERECO +
                       W-PONTOS-POR-EXCESSO *
                       (W-QTD-GRUPO - W-MINIMO-ENDERECO)
               IF  W-PONTOS-GRUPO > 999
                   MOVE 999 TO W-PONTOS-GRUPO
               END-IF
               PERFORM APONTAR-MEMBRO-GRUPO
                       VARYING W-IND-GRUPO FROM 1 BY 1
                       UNTIL W-IND-GRUPO > W-QTD-GRUPO
                          OR W-IND-GRUPO > W-MAX-GRUPO
           END-IF
           MOVE ZEROS TO W-QTD-GRUPO.

       APONTAR-MEMBRO-GRUPO.
           MOVE "01"                       TO FRD-INDICADOR
           MOVE W-GRP-CPF (W-IND-GRUPO)    TO FRD-CPF
           MOVE W-GRP-NOME (W-IND-GRUPO)   TO FRD-NOME
           MOVE W-PONTOS-GRUPO             TO FRD-PONTOS
           MOVE W-CHAVE-ANTERIOR (1:9)     TO FRD-REFERENCIA
           MOVE W-QTD-GRUPO                TO W-QTD-GRUPO-EDIT
           MOVE SPACES                     TO FRD-DETALHE
           STRING W-QTD-GRUPO-EDIT " TITULARES INSCRITOS EM "
                  W-CHAVE-ANTERIOR (10:45)
               DELIMITED BY SIZE INTO FRD-DETALHE
           PERFORM GRAVAR-INDICIO.

      *    ----------------------------------------------------------
      *    2a PASSAGEM - DEPENDENTES EM DOIS NUCLEOS OU INSCRITOS
      *    ----------------------------------------------------------
      *    SO CONTAM OS NUCLEOS DE TITULAR ATIVO; DEPENDENTE SEM CPF
      *    PROPRIO NAO TEM COMO SER CRUZADO.
       CLASSIFICAR-DEPENDENTES.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO DEP-CHAVE
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-DEPENDENTES
           END-IF
           PERFORM LIBERAR-DEPENDENTE UNTIL FIM-ARQUIVO.

       LER-DEPENDENTES.
           READ ARQ-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       LIBERAR-DEPENDENTE.
           IF  DEP-CPF-PROPRIO NOT = SPACES
            AND DEP-CPF-PROPRIO NOT = DEP-CPF-TITULAR
               MOVE DEP-CPF-TITULAR TO CPF
               READ ARQ-PESSOAS
               IF  W-COD-ERRO = "00" AND PESSOA-ATIVA
                   ADD 1 TO W-CONT-DEPENDENTES
                   MOVE SPACES          TO CLA-CHAVE CLA-DADOS
                   MOVE DEP-CPF-PROPRIO TO CLA-CHAVE (1:11)
                   MOVE DEP-CPF-TITULAR TO CLA-CPF
                   MOVE DEP-NOME        TO CLA-NOME
                   RELEASE REG-CLASSIFICA
               END-IF
           END-IF
           PERFORM LER-DEPENDENTES.

       COMPARAR-DEPENDENTES.
           MOVE "N" TO W-FIM-CLASSIFICA W-TEM-ANTERIOR
           PERFORM RETORNAR-CLASSIFICA
           PERFORM EXAMINAR-DEPENDENTE UNTIL W-FIM-CLASSIFICA = "S".

       EXAMINAR-DEPENDENTE.
           IF  W-TEM-ANTERIOR = "S"
            AND CLA-CHAVE (1:11) = W-DEP-ANTERIOR
            AND CLA-CPF NOT = W-TITULAR-ANTERIOR
               MOVE "02"                TO FRD-INDICADOR
               MOVE CLA-CHAVE (1:11)    TO FRD-CPF
               MOVE CLA-NOME            TO FRD-NOME
               MOVE W-PONTOS-DEP-DUPLO  TO FRD-PONTOS
               MOVE CLA-CPF             TO FRD-REFERENCIA
               MOVE SPACES              TO FRD-DETALHE
               STRING "DEPENDENTE DOS TITULARES " W-TITULAR-ANTERIOR
                      " E " CLA-CPF
                   DELIMITED BY SIZE INTO FRD-DETALHE
               PERFORM GRAVAR-INDICIO
           END-IF
           MOVE CLA-CHAVE (1:11) TO W-CPF-PROCURADO
           PERFORM PROCURAR-INSCRICAO-ATIVA
           IF  W-INSCRITO = "S"
               MOVE "03"                 TO FRD-INDICADOR
               MOVE CLA-CHAVE (1:11)     TO FRD-CPF
               MOVE CLA-NOME             TO FRD-NOME
               MOVE W-PONTOS-DEP-TITULAR TO FRD-PONTOS
               MOVE CLA-CPF              TO FRD-REFERENCIA
               MOVE SPACES               TO FRD-DETALHE
               STRING "DEPENDENTE DE " CLA-CPF
                      " E TITULAR INSCRITO EM " W-PROGRAMA-INSCRITO
                   DELIMITED BY SIZE INTO FRD-DETALHE
               PERFORM GRAVAR-INDICIO
           END-IF
           MOVE "S"              TO W-TEM-ANTERIOR
           MOVE CLA-CHAVE (1:11) TO W-DEP-ANTERIOR
           MOVE CLA-CPF          TO W-TITULAR-ANTERIOR
           PERFORM RETORNAR-CLASSIFICA.

      *    ----------------------------------------------------------
      *    3a PASSAGEM - RENDA REBAIXADA ANTES DE UMA INSCRICAO
      *    ----------------------------------------------------------
       CLASSIFICAR-HISTORICO.
           OPEN INPUT ARQ-RENDA-HIST
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-HISTORICO
           PERFORM LIBERAR-HISTORICO UNTIL FIM-ARQUIVO
           CLOSE ARQ-RENDA-HIST.

       LER-HISTORICO.
           READ ARQ-RENDA-HIST
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       LIBERAR-HISTORICO.
           ADD 1 TO W-CONT-HISTORICO
           ADD 1 TO W-SEQ-HISTORICO
           MOVE SPACES            TO CLA-CHAVE CLA-NOME
           MOVE RHS-CPF           TO CLA-CHAVE (1:11)
           MOVE W-SEQ-HISTORICO   TO CLA-CHAVE (12:9)
           MOVE RHS-CPF           TO CLA-CPF
           MOVE RHS-DATA          TO CLA-RND-DATA
           MOVE RHS-OPERACAO      TO CLA-RND-OPERACAO
           MOVE RHS-RENDA-MENSAL  TO CLA-RND-RENDA
           RELEASE REG-CLASSIFICA
           PERFORM LER-HISTORICO.

       EXAMINAR-HISTORICO.
           MOVE "N"    TO W-FIM-CLASSIFICA W-TEM-RENDA
           MOVE SPACES TO W-CPF-RENDA
           PERFORM RETORNAR-CLASSIFICA
           PERFORM EXAMINAR-DECLARACAO UNTIL W-FIM-CLASSIFICA = "S".

      *    A ULTIMA RENDA CONHECIDA DO CPF E A DA DECLARACAO ANTERIOR
      *    OU A DA QUE FOI EXCLUIDA: EXCLUIR E DECLARAR DE NOVO MAIS
      *    BAIXO TAMBEM CONTA COMO REBAIXAMENTO.
       EXAMINAR-DECLARACAO.
           IF  CLA-CPF NOT = W-CPF-RENDA
               MOVE CLA-CPF TO W-CPF-RENDA
               MOVE "N"     TO W-TEM-RENDA
           END-IF
           IF  CLA-RND-OPERACAO = "D"
               IF  W-TEM-RENDA = "S"
                AND CLA-RND-RENDA < W-RENDA-ULTIMA
                AND CLA-RND-DATA > ZEROS
                   PERFORM PROCURAR-INSCRICAO-POSTERIOR
               END-IF
               MOVE CLA-RND-RENDA TO W-RENDA-ULTIMA
               MOVE "S"           TO W-TEM-RENDA
           ELSE
               IF  W-TEM-RENDA NOT = "S"
                   MOVE CLA-RND-RENDA TO W-RENDA-ULTIMA
                   MOVE "S"           TO W-TEM-RENDA
               END-IF
           END-IF
           PERFORM RETORNAR-CLASSIFICA.

       PROCURAR-INSCRICAO-POSTERIOR.
           MOVE "N"     TO W-FIM-INSCRICOES
           MOVE CLA-CPF TO W-CPF-PROCURADO INS-CPF
           MOVE LOW-VALUES TO INS-PROGRAMA
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-INSCRICOES
           END-START
           PERFORM LER-INSCRICAO-DO-CPF
           PERFORM CONFERIR-JANELA-INSCRICAO
                   UNTIL W-FIM-INSCRICOES = "S".

       CONFERIR-JANELA-INSCRICAO.
           IF  INS-DATA-INSCRICAO NOT < CLA-RND-DATA
               COMPUTE W-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE (INS-DATA-INSCRICAO) -
                       FUNCTION INTEGER-OF-DATE (CLA-RND-DATA)
               IF  W-DIAS-DECORRIDOS NOT > W-JANELA-DIAS
                   PERFORM APONTAR-RENDA-REBAIXADA
               END-IF
           END-IF
           PERFORM LER-INSCRICAO-DO-CPF.

       APONTAR-RENDA-REBAIXADA.
           MOVE "04"            TO FRD-INDICADOR
           MOVE CLA-CPF         TO FRD-CPF CPF
           MOVE SPACES          TO FRD-NOME
           READ ARQ-PESSOAS
           IF  W-COD-ERRO = "00"
               MOVE NOME TO FRD-NOME
           END-IF
           MOVE W-PONTOS-RENDA  TO FRD-PONTOS
           MOVE INS-PROGRAMA    TO FRD-REFERENCIA
           MOVE W-RENDA-ULTIMA  TO W-RENDA-EDIT-1
           MOVE CLA-RND-RENDA   TO W-RENDA-EDIT-2
           MOVE CLA-RND-DATA    TO W-DATA-AUX
           PERFORM FORMATAR-DATA
           MOVE W-DATA-EXIBICAO TO W-DATA-EXIBICAO-2
           MOVE INS-DATA-INSCRICAO TO W-DATA-AUX
           PERFORM FORMATAR-DATA
           MOVE SPACES          TO FRD-DETALHE
           STRING "RENDA " W-RENDA-EDIT-1 " P/" W-RENDA-EDIT-2
                  " EM " W-DATA-EXIBICAO-2
                  " INSCR. " W-DATA-EXIBICAO
               DELIMITED BY SIZE INTO FRD-DETALHE
           PERFORM GRAVAR-INDICIO.

      *    ----------------------------------------------------------
      *    4a PASSAGEM - OPERADOR QUE MORA NO ENDERECO DO TITULAR
      *    ----------------------------------------------------------
       CONFERIR-OPERADORES.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO INS-CHAVE
           START ARQ-INSCRICOES KEY NOT < INS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           IF  NOT FIM-ARQUIVO
               PERFORM LER-INSCRICOES
           END-IF
           PERFORM CONFERIR-UMA-INSCRICAO UNTIL FIM-ARQUIVO.

       LER-INSCRICOES.
           READ ARQ-INSCRICOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       CONFERIR-UMA-INSCRICAO.
           IF  INS-ATIVA
               ADD 1 TO W-CONT-INSCRICOES
               PERFORM LOCALIZAR-ENDERECO-OPERADOR
               IF  W-OPE-MORA-AQUI = "S"
                   MOVE INS-CPF TO CPF
                   READ ARQ-PESSOAS
                   IF  W-COD-ERRO = "00"
                    AND CEP      = W-OPE-CEP
                    AND ENDERECO = W-OPE-ENDERECO
                       PERFORM APONTAR-OPERADOR
                   END-IF
               END-IF
           END-IF
           PERFORM LER-INSCRICOES.

      *    W-OPE-MORA-AQUI = "S" QUANDO O OPERADOR DA INSCRICAO TEM
      *    CPF NO CADASTRO DE OPERADORES E ENDERECO NO ARQ-PESSOAS.
       LOCALIZAR-ENDERECO-OPERADOR.
           MOVE "N" TO W-OPE-MORA-AQUI
           IF  INS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE INS-OPERADOR TO OPE-LOGIN
           READ ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00" OR OPE-CPF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OPE-CPF TO W-OPE-CPF CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO = "00" AND ENDERECO NOT = SPACES
               MOVE ENDERECO TO W-OPE-ENDERECO
               MOVE CEP      TO W-OPE-CEP
               MOVE "S"      TO W-OPE-MORA-AQUI
           END-IF.

       APONTAR-OPERADOR.
           MOVE "05"              TO FRD-INDICADOR
           MOVE INS-CPF           TO FRD-CPF
           MOVE NOME              TO FRD-NOME
           MOVE W-PONTOS-OPERADOR TO FRD-PONTOS
           MOVE INS-OPERADOR      TO FRD-REFERENCIA
           MOVE SPACES            TO FRD-DETALHE
           IF  INS-CPF = W-OPE-CPF
               STRING "OPERADOR " INS-OPERADOR
                      " INSCREVEU A SI PROPRIO EM " INS-PROGRAMA
                   DELIMITED BY SIZE INTO FRD-DETALHE
           ELSE
               STRING "INSCRITO EM " INS-PROGRAMA " POR " INS-OPERADOR
                      ", QUE MORA NO MESMO ENDERECO"
                   DELIMITED BY SIZE INTO FRD-DETALHE
           END-IF
           PERFORM GRAVAR-INDICIO.

      *    ----------------------------------------------------------
      *    GRAVACAO COMUM A TODOS OS INDICADORES
      *    ----------------------------------------------------------
      *    O INDICADOR, A IDENTIFICACAO, OS PONTOS, A REFERENCIA E O
      *    DETALHE JA VEM PREENCHIDOS. INDICIO JA CONCLUIDO PELO
      *    SUPERVISOR (MESMO CPF + INDICADOR + REFERENCIA) NAO VOLTA.
       GRAVAR-INDICIO.
           MOVE "N" TO W-JA-CONCLUIDO
           PERFORM PROCURAR-CONCLUIDO
                   VARYING W-IND-CON FROM 1 BY 1
                   UNTIL W-IND-CON > W-QTD-CONCLUIDOS
                      OR W-JA-CONCLUIDO = "S"
           IF  W-JA-CONCLUIDO = "S"
               ADD 1 TO W-CONT-REPETIDOS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-SIST-NUM TO FRD-DATA-APURACAO
           MOVE "N"              TO FRD-RESOLVIDO
           MOVE SPACES           TO FRD-PARECER FRD-SUPERVISOR
           MOVE ZEROS            TO FRD-DATA-CONCLUSAO
           WRITE REG-INDICIO
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO GRAVAR FRAUDES.WRK: " W-COD-ERRO-TRB
           END-IF
           ADD 1          TO W-CONT-INDICIOS
           ADD FRD-PONTOS TO W-TOTAL-PONTOS
           EVALUATE TRUE
               WHEN FRD-ENDERECO-COMUM     ADD 1 TO W-CONT-IND-01
               WHEN FRD-DEPENDENTE-DUPLO   ADD 1 TO W-CONT-IND-02
               WHEN FRD-DEPENDENTE-TITULAR ADD 1 TO W-CONT-IND-03
               WHEN FRD-RENDA-REBAIXADA    ADD 1 TO W-CONT-IND-04
               WHEN FRD-OPERADOR-ENDERECO  ADD 1 TO W-CONT-IND-05
           END-EVALUATE

           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE FRD-CPF        TO WD-CPF
           MOVE FRD-NOME       TO WD-NOME
           MOVE FRD-INDICADOR  TO WD-INDICADOR
           MOVE FRD-PONTOS     TO WD-PONTOS
           MOVE FRD-REFERENCIA TO WD-REFERENCIA
           MOVE FRD-DETALHE    TO WD-DETALHE
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       PROCURAR-CONCLUIDO.
           IF  W-CON-CPF (W-IND-CON)        = FRD-CPF
            AND W-CON-INDICADOR (W-IND-CON)  = FRD-INDICADOR
            AND W-CON-REFERENCIA (W-IND-CON) = FRD-REFERENCIA
               MOVE "S" TO W-JA-CONCLUIDO
           END-IF.

       FORMATAR-DATA.
           MOVE W-DATA-AUX (7:2) TO W-DATA-EXIBICAO (1:2)
           MOVE "/"              TO W-DATA-EXIBICAO (3:1)
           MOVE W-DATA-AUX (5:2) TO W-DATA-EXIBICAO (4:2)
           MOVE "/"              TO W-DATA-EXIBICAO (6:1)
           MOVE W-DATA-AUX (1:4) TO W-DATA-EXIBICAO (7:4).

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

       IMPRIMIR-RODAPE.
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE W-CONT-INDICIOS TO W-RODAPE-TOTAL.
           MOVE W-TOTAL-PONTOS  TO W-RODAPE-PONTOS.
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-INDICIOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "TITULARES COM INSCRICAO ATIVA : " W-CONT-TITULARES.
           DISPLAY "DEPENDENTES COM CPF PROPRIO   : "
                   W-CONT-DEPENDENTES.
           DISPLAY "DECLARACOES NO HISTORICO      : " W-CONT-HISTORICO.
           DISPLAY "INSCRICOES ATIVAS CONFERIDAS  : "
                   W-CONT-INSCRICOES.
           DISPLAY "INDICIOS NOVOS NA LISTA       : " W-CONT-INDICIOS.
           DISPLAY "  01 MESMO ENDERECO           : " W-CONT-IND-01.
           DISPLAY "  02 DEPENDENTE EM 2 NUCLEOS  : " W-CONT-IND-02.
           DISPLAY "  03 DEPENDENTE TITULAR       : " W-CONT-IND-03.
           DISPLAY "  04 RENDA REBAIXADA          : " W-CONT-IND-04.
           DISPLAY "  05 OPERADOR DO ENDERECO     : " W-CONT-IND-05.
           DISPLAY "JA CONCLUIDOS, NAO REPETIDOS  : " W-CONT-REPETIDOS.
           DISPLAY "CONCLUIDOS CONSERVADOS        : " W-QTD-CONCLUIDOS.
           DISPLAY "RELATORIO EM RELFRAUD.LST - LISTA EM FRAUDES.WRK".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-INSCRICOES.
           CLOSE ARQ-OPERADORES.
           CLOSE ARQ-TRABALHO.
           CLOSE REL-FRAUDES.

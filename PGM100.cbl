       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM100.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    ATRIBUICAO DE UNIDADE DE ATENDIMENTO (CRAS E UBS) A CADA
      *    PESSOA ATIVA, PELA TABELA DE TERRITORIOS MANTIDA NO PGM99
      *    (TERRITOR.DAT). O ENDERECO CAI NO TERRITORIO DE UMA
      *    UNIDADE QUANDO O CEP ESTA EM UMA DAS SUAS FAIXAS OU O
      *    BAIRRO E UM DOS SEUS BAIRROS; CRAS E UBS SAO APURADOS EM
      *    SEPARADO. SO AS UNIDADES ATIVAS ENTRAM. O RESULTADO:
      *      - UNIDPESS.DAT (CPYUNIDP), REFEITO A CADA EXECUCAO, COM
      *        O CRAS E A UBS DE CADA PESSOA -- LIDO PELA FICHA
      *        (PGM42) E PELA CONSULTA POR ENDERECO (PGM79);
      *      - RELTERRI.LST: OS ENDERECOS FORA DE QUALQUER
      *        TERRITORIO E OS QUE CAEM EM MAIS DE UM (SOBREPOSICAO --
      *        FICA O PRIMEIRO NA ORDEM DO CODIGO ATE O SUPERVISOR
      *        ACERTAR A TABELA), SEGUIDOS DA CONTAGEM DE FAMILIAS E
      *        PESSOAS DE CADA UNIDADE;
      *      - UMA LISTAGEM POR UNIDADE (UNIDcccccc.LST, cccccc = O
      *        CODIGO DA UNIDADE) COM AS FAMILIAS DO SEU TERRITORIO E
      *        O TAMANHO DE CADA NUCLEO (TITULAR + DEPENDENTES DO
      *        PGM24) -- E ESTE ARQUIVO QUE VAI PARA A UNIDADE NO
      *        LUGAR DA LISTA MONTADA A MAO.
      *    TODAS AS SAIDAS SAO REGISTRADAS NO CATALOGO DO PGM38.
      *    RODAR APOS ALTERAR OS TERRITORIOS E NO FECHAMENTO MENSAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELTE REPLACING STATUS-FIELD BY W-COD-ERRO-TER.

           COPY CPYSELUP REPLACING STATUS-FIELD BY W-COD-ERRO-UNP.

           SELECT REL-TERRITORIOS ASSIGN TO "C:\TEMP\RELTERRI.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

           SELECT REL-UNIDADE ASSIGN TO W-NOME-UNIDADE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-LST.

           SELECT ARQ-CLASSIFICA ASSIGN TO "C:\TEMP\TERRITOR.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-TERRITORIOS
           LABEL RECORD STANDARD.
       COPY CPYTERRI.

       FD  ARQ-UNIDADE-PESSOA
           LABEL RECORD STANDARD.
       COPY CPYUNIDP.

       FD  REL-TERRITORIOS
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       FD  REL-UNIDADE
           LABEL RECORD STANDARD.
       01  REG-LST             PIC X(132).

      *    UM REGISTRO POR FAMILIA E POR UNIDADE ATRIBUIDA (O MESMO
      *    TITULAR ENTRA UMA VEZ NO CRAS E OUTRA NA UBS). A ORDEM DA
      *    UNIDADE NA TABELA EM MEMORIA JA E A ORDEM DO CODIGO.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05  CLA-IND-UNIDADE     PIC 9(3).
           05  CLA-NOME            PIC X(30).
           05  CLA-CPF             PIC X(11).
           05  CLA-ENDERECO        PIC X(45).
           05  CLA-BAIRRO          PIC X(20).
           05  CLA-CEP             PIC X(9).
           05  CLA-QTD-NUCLEO      PIC 9(3).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TER      PIC XX VALUE SPACES.
       01  W-COD-ERRO-UNP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-LST      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-DEPENDENTES   PIC X  VALUE "N".
       01  W-FIM-CLASSIFICA    PIC X  VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-QTD-DEP           PIC 9(3) VALUE ZEROS.
       01  W-QTD-NUCLEO        PIC 9(3) VALUE ZEROS.

      *    AS UNIDADES ATIVAS DA TABELA DE TERRITORIOS, EM ORDEM DE
      *    CODIGO, COM AS CONTAGENS DA ATRIBUICAO.
       01  W-QTD-UNIDADES      PIC 9(3) VALUE ZEROS.
       01  W-MAX-UNIDADES      PIC 9(3) VALUE 300.
       01  W-IND-UNI           PIC 9(3) COMP VALUE ZEROS.
       01  W-IND-FX            PIC 9(2) COMP VALUE ZEROS.
       01  W-TAB-UNIDADES.
           05  W-UNIDADE       OCCURS 300 TIMES.
               10  W-UNI-CODIGO    PIC X(6).
               10  W-UNI-NOME      PIC X(30).
               10  W-UNI-TIPO      PIC X(1).
               10  W-UNI-FAIXA     OCCURS 5 TIMES.
                   15  W-UNI-CEP-INICIO PIC 9(8).
                   15  W-UNI-CEP-FIM    PIC 9(8).
               10  W-UNI-BAIRRO    PIC X(20) OCCURS 5 TIMES.
               10  W-UNI-FAMILIAS  PIC 9(6).
               10  W-UNI-PESSOAS   PIC 9(7).

      *    O ENDERECO DA PESSOA E AS UNIDADES QUE O COBREM.
       01  W-CEP-VALIDO        PIC X  VALUE "N".
       01  W-CEP-NUMERICO      PIC 9(8) VALUE ZEROS.
       01  W-CEP-ALFA REDEFINES W-CEP-NUMERICO PIC X(8).
       01  W-UNIDADE-COBRE     PIC X  VALUE "N".
       01  W-QTD-CRAS          PIC 9(3) VALUE ZEROS.
       01  W-QTD-UBS           PIC 9(3) VALUE ZEROS.
       01  W-PRIMEIRO-CRAS     PIC 9(3) VALUE ZEROS.
       01  W-SEGUNDO-CRAS      PIC 9(3) VALUE ZEROS.
       01  W-PRIMEIRA-UBS      PIC 9(3) VALUE ZEROS.
       01  W-SEGUNDA-UBS       PIC 9(3) VALUE ZEROS.
       01  W-TIPO-EXCECAO      PIC X(4) VALUE SPACES.
       01  W-QTD-EXCECAO       PIC 9(3) VALUE ZEROS.
       01  W-PRIMEIRA-EXCECAO  PIC 9(3) VALUE ZEROS.
       01  W-SEGUNDA-EXCECAO   PIC 9(3) VALUE ZEROS.
       01  W-QTD-EDIT          PIC ZZ9.

      *    A LISTAGEM DA UNIDADE EM EMISSAO NA SAIDA DA CLASSIFICACAO.
       01  W-UNIDADE-ABERTA    PIC X  VALUE "N".
       01  W-IND-ANTERIOR      PIC 9(3) VALUE ZEROS.
       01  W-NOME-UNIDADE      PIC X(30) VALUE SPACES.
       01  W-LST-LINHA         PIC 99   VALUE ZEROS.
       01  W-LST-PAGINA        PIC 9(4) VALUE ZEROS.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-SECAO             PIC 9    VALUE 1.
       01  W-CONT-PESSOAS      PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-CRAS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-SEM-UBS      PIC 9(6) VALUE ZEROS.
       01  W-CONT-SOBREPOSTOS  PIC 9(6) VALUE ZEROS.
       01  W-CONT-LISTAGENS    PIC 9(4) VALUE ZEROS.

       COPY CPYPARAM.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM100".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\RELTERRI.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "TERRITORIOS DE ATENDIMENTO CRAS / UBS".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2-EXCECAO.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(22) VALUE "BAIRRO".
           05  FILLER              PIC X(11) VALUE "CEP".
           05  FILLER              PIC X(6)  VALUE "TIPO".
           05  FILLER              PIC X(40) VALUE "OCORRENCIA".

       01  W-CAB2-RESUMO.
           05  FILLER              PIC X(8)  VALUE "UNIDADE".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(6)  VALUE "TIPO".
           05  FILLER              PIC X(10) VALUE "FAMILIAS".
           05  FILLER              PIC X(10) VALUE "PESSOAS".

       01  W-DETALHE-EXCECAO.
           05  WX-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WX-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WX-BAIRRO           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WX-CEP              PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WX-TIPO             PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WX-OCORRENCIA       PIC X(40).

       01  W-DETALHE-RESUMO.
           05  WR-CODIGO           PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-TIPO             PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-FAMILIAS         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WR-PESSOAS          PIC Z.ZZZ.ZZ9.

       01  W-RODAPE-EXCECAO.
           05  FILLER              PIC X(30)
               VALUE "SEM CRAS / SEM UBS          : ".
           05  W-ROD-SEM-CRAS      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE " / ".
           05  W-ROD-SEM-UBS       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(20)
               VALUE "   SOBREPOSICOES : ".
           05  W-ROD-SOBREPOSTOS   PIC ZZZ.ZZ9.

       01  W-LST-CAB1.
           05  FILLER              PIC X(8)  VALUE "UNIDADE ".
           05  WL-CODIGO           PIC X(6).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WL-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-TIPO             PIC X(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  WL-DATA             PIC X(10).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  WL-PAGINA           PIC ZZZ9.

       01  W-LST-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(47) VALUE "ENDERECO".
           05  FILLER              PIC X(22) VALUE "BAIRRO".
           05  FILLER              PIC X(11) VALUE "CEP".
           05  FILLER              PIC X(6)  VALUE "NUCLEO".

       01  W-LST-DETALHE.
           05  WF-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WF-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WF-ENDERECO         PIC X(45).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WF-BAIRRO           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WF-CEP              PIC X(9).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WF-QTD-NUCLEO       PIC ZZ9.

       01  W-LST-RODAPE.
           05  FILLER              PIC X(20)
               VALUE "TOTAL DE FAMILIAS : ".
           05  WL-FAMILIAS         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(21)
               VALUE "   TOTAL DE PESSOAS: ".
           05  WL-PESSOAS          PIC Z.ZZZ.ZZ9.

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
           DISPLAY "OPERADOR RESPONSAVEL PELA ATRIBUICAO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE

           PERFORM CARREGAR-UNIDADES.
           PERFORM ABRIR-ARQUIVOS.

           MOVE 1 TO W-SECAO
           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-IND-UNIDADE CLA-NOME CLA-CPF
               INPUT  PROCEDURE ATRIBUIR-UNIDADES
               OUTPUT PROCEDURE EMITIR-LISTAGENS.

           PERFORM IMPRIMIR-RODAPE-EXCECOES.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

      *    SEM TABELA DE TERRITORIOS (OU SEM UNIDADE ATIVA) NAO HA O
      *    QUE ATRIBUIR: O SATELITE ANTERIOR FICA COMO ESTA.
       CARREGAR-UNIDADES.
           OPEN INPUT ARQ-TERRITORIOS.
           IF  W-COD-ERRO-TER NOT = "00"
               DISPLAY "ERRO AO ABRIR TERRITOR.DAT: " W-COD-ERRO-TER
               STOP RUN
           END-IF.
           MOVE ZEROS TO W-QTD-UNIDADES
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-TERRITORIO
           PERFORM GUARDAR-UNIDADE UNTIL FIM-ARQUIVO
           CLOSE ARQ-TERRITORIOS.
           IF  W-QTD-UNIDADES = ZEROS
               DISPLAY "NENHUMA UNIDADE ATIVA EM TERRITOR.DAT"
               STOP RUN
           END-IF.

       LER-TERRITORIO.
           READ ARQ-TERRITORIOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-UNIDADE.
           IF  TER-ATIVA
               IF  W-QTD-UNIDADES < W-MAX-UNIDADES
                   ADD 1 TO W-QTD-UNIDADES
                   MOVE TER-CODIGO TO W-UNI-CODIGO (W-QTD-UNIDADES)
                   MOVE TER-NOME   TO W-UNI-NOME (W-QTD-UNIDADES)
                   MOVE TER-TIPO   TO W-UNI-TIPO (W-QTD-UNIDADES)
                   PERFORM GUARDAR-FAIXA
                           VARYING W-IND-FX FROM 1 BY 1
                           UNTIL W-IND-FX > 5
                   MOVE ZEROS TO W-UNI-FAMILIAS (W-QTD-UNIDADES)
                                 W-UNI-PESSOAS (W-QTD-UNIDADES)
               ELSE
                   DISPLAY "MAIS DE " W-MAX-UNIDADES
                           " UNIDADES ATIVAS - EXCEDENTE IGNORADO"
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF
           IF  NOT FIM-ARQUIVO
               PERFORM LER-TERRITORIO
           END-IF.

       GUARDAR-FAIXA.
           MOVE TER-CEP-INICIO (W-IND-FX)
             TO W-UNI-CEP-INICIO (W-QTD-UNIDADES W-IND-FX)
           MOVE TER-CEP-FIM (W-IND-FX)
             TO W-UNI-CEP-FIM (W-QTD-UNIDADES W-IND-FX)
           MOVE TER-BAIRRO (W-IND-FX)
             TO W-UNI-BAIRRO (W-QTD-UNIDADES W-IND-FX).

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

      *    SEM DEPENDENTES O NUCLEO CONTA SO O TITULAR.
           OPEN INPUT ARQ-DEPENDENTES.
           IF  W-COD-ERRO-DEP NOT = "00"
               MOVE "S" TO W-SEM-DEPENDENTES
           END-IF.

           OPEN OUTPUT ARQ-UNIDADE-PESSOA.
           IF  W-COD-ERRO-UNP NOT = "00"
               DISPLAY "ERRO AO ABRIR UNIDPESS.DAT: " W-COD-ERRO-UNP
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-TERRITORIOS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELTERRI.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-UNIDADE-PESSOA
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    ENTRADA DA CLASSIFICACAO - ATRIBUICAO PESSOA A PESSOA
      *    ----------------------------------------------------------
       ATRIBUIR-UNIDADES.
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE LOW-VALUES TO CPF
           START ARQ-PESSOAS KEY NOT < CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START
           PERFORM LER-PESSOA
           PERFORM ATRIBUIR-UMA-PESSOA UNTIL FIM-ARQUIVO.

       LER-PESSOA.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       ATRIBUIR-UMA-PESSOA.
           IF  PESSOA-ATIVA
               ADD 1 TO W-CONT-PESSOAS
               PERFORM PREPARAR-CEP
               MOVE ZEROS TO W-QTD-CRAS W-QTD-UBS
                             W-PRIMEIRO-CRAS W-SEGUNDO-CRAS
                             W-PRIMEIRA-UBS W-SEGUNDA-UBS
               PERFORM TESTAR-UNIDADE
                       VARYING W-IND-UNI FROM 1 BY 1
                       UNTIL W-IND-UNI > W-QTD-UNIDADES
               PERFORM CONTAR-NUCLEO
               COMPUTE W-QTD-NUCLEO = W-QTD-DEP + 1
               PERFORM GRAVAR-ATRIBUICAO
           END-IF
           PERFORM LER-PESSOA.

      *    CEP NO FORMATO DO CADASTRO (NNNNN-NNN) VIRA OS OITO
      *    DIGITOS DAS FAIXAS; FORA DO FORMATO SO O BAIRRO VALE.
       PREPARAR-CEP.
           MOVE "N" TO W-CEP-VALIDO
           MOVE ZEROS TO W-CEP-NUMERICO
           IF  CEP (1:5) IS NUMERIC AND CEP (6:1) = "-"
                                    AND CEP (7:3) IS NUMERIC
               MOVE CEP (1:5) TO W-CEP-ALFA (1:5)
               MOVE CEP (7:3) TO W-CEP-ALFA (6:3)
               MOVE "S" TO W-CEP-VALIDO
           END-IF.

       TESTAR-UNIDADE.
           MOVE "N" TO W-UNIDADE-COBRE
           PERFORM TESTAR-FAIXA
                   VARYING W-IND-FX FROM 1 BY 1 UNTIL W-IND-FX > 5
           IF  W-UNIDADE-COBRE = "S"
               IF  W-UNI-TIPO (W-IND-UNI) = "C"
                   ADD 1 TO W-QTD-CRAS
                   IF  W-QTD-CRAS = 1
                       MOVE W-IND-UNI TO W-PRIMEIRO-CRAS
                   ELSE
                   IF  W-QTD-CRAS = 2
                       MOVE W-IND-UNI TO W-SEGUNDO-CRAS
                   END-IF
                   END-IF
               ELSE
                   ADD 1 TO W-QTD-UBS
                   IF  W-QTD-UBS = 1
                       MOVE W-IND-UNI TO W-PRIMEIRA-UBS
                   ELSE
                   IF  W-QTD-UBS = 2
                       MOVE W-IND-UNI TO W-SEGUNDA-UBS
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *    FAIXA COM FIM ZERO COBRE SO O CEP INICIAL.
       TESTAR-FAIXA.
           IF  W-CEP-VALIDO = "S"
            AND W-UNI-CEP-INICIO (W-IND-UNI W-IND-FX) NOT = ZEROS
               IF  W-UNI-CEP-FIM (W-IND-UNI W-IND-FX) = ZEROS
                   IF  W-CEP-NUMERICO =
                       W-UNI-CEP-INICIO (W-IND-UNI W-IND-FX)
                       MOVE "S" TO W-UNIDADE-COBRE
                   END-IF
               ELSE
                   IF  W-CEP-NUMERICO NOT <
                       W-UNI-CEP-INICIO (W-IND-UNI W-IND-FX)
                    AND W-CEP-NUMERICO NOT >
                       W-UNI-CEP-FIM (W-IND-UNI W-IND-FX)
                       MOVE "S" TO W-UNIDADE-COBRE
                   END-IF
               END-IF
           END-IF
           IF  BAIRRO NOT = SPACES
            AND W-UNI-BAIRRO (W-IND-UNI W-IND-FX) = BAIRRO
               MOVE "S" TO W-UNIDADE-COBRE
           END-IF.

       GRAVAR-ATRIBUICAO.
           MOVE CPF             TO UNP-CPF
           MOVE WS-DATA-SIST-NUM TO UNP-DATA-ATRIBUICAO
           MOVE SPACES TO UNP-CRAS UNP-UBS

           IF  W-QTD-CRAS = ZEROS
               MOVE "N" TO UNP-SIT-CRAS
               ADD 1 TO W-CONT-SEM-CRAS
           ELSE
               MOVE W-UNI-CODIGO (W-PRIMEIRO-CRAS) TO UNP-CRAS
               MOVE W-PRIMEIRO-CRAS TO CLA-IND-UNIDADE
               PERFORM LIBERAR-FAMILIA
               IF  W-QTD-CRAS > 1
                   MOVE "S" TO UNP-SIT-CRAS
                   ADD 1 TO W-CONT-SOBREPOSTOS
               ELSE
                   MOVE "A" TO UNP-SIT-CRAS
               END-IF
           END-IF
           IF  W-QTD-CRAS NOT = 1
               MOVE "CRAS"          TO W-TIPO-EXCECAO
               MOVE W-QTD-CRAS      TO W-QTD-EXCECAO
               MOVE W-PRIMEIRO-CRAS TO W-PRIMEIRA-EXCECAO
               MOVE W-SEGUNDO-CRAS  TO W-SEGUNDA-EXCECAO
               PERFORM IMPRIMIR-EXCECAO
           END-IF

           IF  W-QTD-UBS = ZEROS
               MOVE "N" TO UNP-SIT-UBS
               ADD 1 TO W-CONT-SEM-UBS
           ELSE
               MOVE W-UNI-CODIGO (W-PRIMEIRA-UBS) TO UNP-UBS
               MOVE W-PRIMEIRA-UBS TO CLA-IND-UNIDADE
               PERFORM LIBERAR-FAMILIA
               IF  W-QTD-UBS > 1
                   MOVE "S" TO UNP-SIT-UBS
                   ADD 1 TO W-CONT-SOBREPOSTOS
               ELSE
                   MOVE "A" TO UNP-SIT-UBS
               END-IF
           END-IF
           IF  W-QTD-UBS NOT = 1
               MOVE "UBS"          TO W-TIPO-EXCECAO
               MOVE W-QTD-UBS      TO W-QTD-EXCECAO
               MOVE W-PRIMEIRA-UBS TO W-PRIMEIRA-EXCECAO
               MOVE W-SEGUNDA-UBS  TO W-SEGUNDA-EXCECAO
               PERFORM IMPRIMIR-EXCECAO
           END-IF

           WRITE REG-UNIDADE-PESSOA
           IF  W-COD-ERRO-UNP NOT = "00"
               DISPLAY "ERRO AO GRAVAR UNIDPESS.DAT: " W-COD-ERRO-UNP
                       " CPF " CPF
           END-IF.

       LIBERAR-FAMILIA.
           MOVE NOME         TO CLA-NOME
           MOVE CPF          TO CLA-CPF
           MOVE ENDERECO     TO CLA-ENDERECO
           MOVE BAIRRO       TO CLA-BAIRRO
           MOVE CEP          TO CLA-CEP
           MOVE W-QTD-NUCLEO TO CLA-QTD-NUCLEO
           RELEASE REG-CLASSIFICA.

       IMPRIMIR-EXCECAO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE CPF            TO WX-CPF
           MOVE NOME           TO WX-NOME
           MOVE BAIRRO         TO WX-BAIRRO
           MOVE CEP            TO WX-CEP
           MOVE W-TIPO-EXCECAO TO WX-TIPO
           MOVE SPACES         TO WX-OCORRENCIA
           IF  W-QTD-EXCECAO = ZEROS
               MOVE "FORA DE QUALQUER TERRITORIO" TO WX-OCORRENCIA
           ELSE
               MOVE W-QTD-EXCECAO TO W-QTD-EDIT
               STRING "SOBREPOSICAO " DELIMITED BY SIZE
                      W-QTD-EDIT DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      W-UNI-CODIGO (W-PRIMEIRA-EXCECAO)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      W-UNI-CODIGO (W-SEGUNDA-EXCECAO)
                          DELIMITED BY SPACE
                      INTO WX-OCORRENCIA
               END-STRING
           END-IF
           WRITE REG-REL FROM W-DETALHE-EXCECAO
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       CONTAR-NUCLEO.
           MOVE ZEROS TO W-QTD-DEP
           IF  W-SEM-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"   TO W-FIM-DEPENDENTES
           MOVE CPF   TO DEP-CPF-TITULAR
           MOVE ZEROS TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEPENDENTES
           END-START
           PERFORM LER-DEPENDENTE
           PERFORM SOMAR-DEPENDENTE
                   UNTIL W-FIM-DEPENDENTES = "S".

       LER-DEPENDENTE.
           IF  W-FIM-DEPENDENTES NOT = "S"
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEPENDENTES
               END-READ
               IF  W-FIM-DEPENDENTES NOT = "S"
                AND DEP-CPF-TITULAR NOT = CPF
                   MOVE "S" TO W-FIM-DEPENDENTES
               END-IF
           END-IF.

       SOMAR-DEPENDENTE.
           ADD 1 TO W-QTD-DEP
           PERFORM LER-DEPENDENTE.

      *    ----------------------------------------------------------
      *    SAIDA DA CLASSIFICACAO - UMA LISTAGEM POR UNIDADE
      *    ----------------------------------------------------------
       EMITIR-LISTAGENS.
           MOVE "N" TO W-FIM-CLASSIFICA W-UNIDADE-ABERTA
           MOVE ZEROS TO W-IND-ANTERIOR
           PERFORM RETORNAR-CLASSIFICA
           PERFORM LISTAR-FAMILIA UNTIL W-FIM-CLASSIFICA = "S"
           PERFORM FECHAR-LISTAGEM-UNIDADE.

       RETORNAR-CLASSIFICA.
           RETURN ARQ-CLASSIFICA
               AT END
                   MOVE "S" TO W-FIM-CLASSIFICA
           END-RETURN.

       LISTAR-FAMILIA.
           IF  CLA-IND-UNIDADE NOT = W-IND-ANTERIOR
               PERFORM FECHAR-LISTAGEM-UNIDADE
               MOVE CLA-IND-UNIDADE TO W-IND-ANTERIOR
               PERFORM ABRIR-LISTAGEM-UNIDADE
           END-IF
           IF  W-UNIDADE-ABERTA = "S"
               IF  W-LST-LINHA = ZEROS OR W-LST-LINHA > W-MAX-LINHAS
                   PERFORM IMPRIMIR-CABECALHO-UNIDADE
               END-IF
               MOVE CLA-CPF        TO WF-CPF
               MOVE CLA-NOME       TO WF-NOME
               MOVE CLA-ENDERECO   TO WF-ENDERECO
               MOVE CLA-BAIRRO     TO WF-BAIRRO
               MOVE CLA-CEP        TO WF-CEP
               MOVE CLA-QTD-NUCLEO TO WF-QTD-NUCLEO
               WRITE REG-LST FROM W-LST-DETALHE
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LST-LINHA
           END-IF
           ADD 1 TO W-UNI-FAMILIAS (CLA-IND-UNIDADE)
           ADD CLA-QTD-NUCLEO TO W-UNI-PESSOAS (CLA-IND-UNIDADE)
           PERFORM RETORNAR-CLASSIFICA.

       ABRIR-LISTAGEM-UNIDADE.
           MOVE SPACES TO W-NOME-UNIDADE
           STRING "C:\TEMP\UNID" DELIMITED BY SIZE
                  W-UNI-CODIGO (W-IND-ANTERIOR) DELIMITED BY SPACE
                  ".LST" DELIMITED BY SIZE
                  INTO W-NOME-UNIDADE
           END-STRING
           MOVE ZEROS TO W-LST-LINHA W-LST-PAGINA
           OPEN OUTPUT REL-UNIDADE
           IF  W-COD-ERRO-LST NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-UNIDADE ": "
                       W-COD-ERRO-LST
           ELSE
               MOVE "S" TO W-UNIDADE-ABERTA
           END-IF.

       FECHAR-LISTAGEM-UNIDADE.
           IF  W-UNIDADE-ABERTA = "S"
               IF  W-LST-PAGINA = ZEROS
                   PERFORM IMPRIMIR-CABECALHO-UNIDADE
               END-IF
               MOVE W-UNI-FAMILIAS (W-IND-ANTERIOR) TO WL-FAMILIAS
               MOVE W-UNI-PESSOAS (W-IND-ANTERIOR)  TO WL-PESSOAS
               WRITE REG-LST FROM W-LST-RODAPE
                     AFTER ADVANCING 2 LINES
               CLOSE REL-UNIDADE
               MOVE "N" TO W-UNIDADE-ABERTA
               ADD 1 TO W-CONT-LISTAGENS
               MOVE W-UNI-FAMILIAS (W-IND-ANTERIOR) TO W-QTD-CATALOGO
               MOVE ZEROS TO W-GERACAO-CAT
               CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                                  W-QTD-CATALOGO W-GERACAO-CAT
                                  W-NOME-UNIDADE
           END-IF.

       IMPRIMIR-CABECALHO-UNIDADE.
           ADD 1 TO W-LST-PAGINA
           MOVE W-UNI-CODIGO (W-IND-ANTERIOR) TO WL-CODIGO
           MOVE W-UNI-NOME (W-IND-ANTERIOR)   TO WL-NOME
           IF  W-UNI-TIPO (W-IND-ANTERIOR) = "C"
               MOVE "CRAS" TO WL-TIPO
           ELSE
               MOVE "UBS"  TO WL-TIPO
           END-IF
           MOVE WS-DATA-FORMATADA TO WL-DATA
           MOVE W-LST-PAGINA      TO WL-PAGINA
           IF  W-LST-PAGINA = 1
               WRITE REG-LST FROM W-LST-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-LST FROM W-LST-CAB1 AFTER ADVANCING PAGE
           END-IF
           WRITE REG-LST FROM W-LST-CAB2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO W-LST-LINHA
           ADD 1 TO W-LST-LINHA.

      *    ----------------------------------------------------------
      *    RELTERRI.LST - EXCECOES E CONTAGEM POR UNIDADE
      *    ----------------------------------------------------------
       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.

           IF  W-SECAO = 1
               WRITE REG-REL FROM W-CAB2-EXCECAO
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM W-CAB2-RESUMO
                     AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZEROS TO W-CONT-LINHA.
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-RODAPE-EXCECOES.
           IF  W-CONT-PAGINA = ZEROS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE W-CONT-SEM-CRAS    TO W-ROD-SEM-CRAS.
           MOVE W-CONT-SEM-UBS     TO W-ROD-SEM-UBS.
           MOVE W-CONT-SOBREPOSTOS TO W-ROD-SOBREPOSTOS.
           WRITE REG-REL FROM W-RODAPE-EXCECAO AFTER ADVANCING 2 LINES.

      *    A CONTAGEM SAI EM PAGINA PROPRIA, UMA LINHA POR UNIDADE
      *    ATIVA -- INCLUSIVE A QUE FICOU SEM FAMILIA NENHUMA.
       IMPRIMIR-RESUMO.
           MOVE 2 TO W-SECAO
           MOVE ZEROS TO W-CONT-LINHA
           PERFORM IMPRIMIR-UNIDADE-RESUMO
                   VARYING W-IND-UNI FROM 1 BY 1
                   UNTIL W-IND-UNI > W-QTD-UNIDADES.

       IMPRIMIR-UNIDADE-RESUMO.
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-UNI-CODIGO (W-IND-UNI)   TO WR-CODIGO
           MOVE W-UNI-NOME (W-IND-UNI)     TO WR-NOME
           IF  W-UNI-TIPO (W-IND-UNI) = "C"
               MOVE "CRAS" TO WR-TIPO
           ELSE
               MOVE "UBS"  TO WR-TIPO
           END-IF
           MOVE W-UNI-FAMILIAS (W-IND-UNI) TO WR-FAMILIAS
           MOVE W-UNI-PESSOAS (W-IND-UNI)  TO WR-PESSOAS
           WRITE REG-REL FROM W-DETALHE-RESUMO AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       REGISTRAR-CATALOGO.
           COMPUTE W-QTD-CATALOGO = W-CONT-SEM-CRAS + W-CONT-SEM-UBS
                                  + W-CONT-SOBREPOSTOS
           MOVE ZEROS TO W-GERACAO-CAT
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           DISPLAY "UNIDADES ATIVAS NA TABELA     : " W-QTD-UNIDADES.
           DISPLAY "PESSOAS ATIVAS ATRIBUIDAS     : " W-CONT-PESSOAS.
           DISPLAY "SEM CRAS                      : " W-CONT-SEM-CRAS.
           DISPLAY "SEM UBS                       : " W-CONT-SEM-UBS.
           DISPLAY "EM SOBREPOSICAO               : "
                   W-CONT-SOBREPOSTOS.
           DISPLAY "LISTAGENS DE UNIDADE EMITIDAS : " W-CONT-LISTAGENS.
           DISPLAY "RELATORIO EM RELTERRI.LST - ATRIBUICAO EM "
                   "UNIDPESS.DAT".

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           CLOSE ARQ-UNIDADE-PESSOA.
           CLOSE REL-TERRITORIOS.

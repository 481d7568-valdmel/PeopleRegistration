      *    PARA O BANCO PAGADOR. PARA O PROGRAMA INFORMADO NO
      *    CONSOLE, EXTRAI UM REGISTRO DE COLUNAS FIXAS POR
      *    INSCRICAO ATIVA E ELEGIVEL (INS-ELEGIVEL "S", APURADO
      *    PELO PGM51) COM O VALOR MENSAL DO PROGRAMA (MESTRE
      *    PROGBEN.DAT, PGM81), FECHA O ARQUIVO COM O TRAILER DE
      *    TOTAIS DO CPYTRAIL (COMO O PESSOAS.RFB DO PGM10, MAIS O
      *    VALOR TOTAL DA REMESSA) E REGISTRA A
      *    EMISSAO NO CATALOGO (PGM38). O RETORNO DO BANCO E CARGA
      *    DO PGM53 -- MESMO PADRAO REMESSA/RETORNO DO ORGAO FISCAL
      *    (PGM10/PGM20).
      *    CADA PAGAMENTO EXTRAIDO ENTRA NO LIVRO DE PAGAMENTOS
      *    (PAGHIST.DAT, CPYLANPG) COMO "ENVIADO" NA COMPETENCIA; O
      *    TITULAR QUE JA TEM LANCAMENTO PAGO NA MESMA COMPETENCIA E
      *    PROGRAMA FICA FORA DA REMESSA E SAI NO RELATORIO DE
      *    OCORRENCIAS RELREMES.LST.
      *    O TITULAR COM DEBITO DE PAGAMENTO INDEVIDO EM RECUPERACAO
      *    (DEBITOS.DAT, CPYDEBIT - PARCELADO NO PGM85) TEM UMA
      *    PARCELA DESCONTADA DO PAGAMENTO, NO MAXIMO UMA POR
      *    COMPETENCIA; O DESCONTO SAI NO REGISTRO DA REMESSA, NO
      *    LIVRO E NO RELATORIO DE OCORRENCIAS. NA REPETICAO DA
      *    REMESSA DA MESMA COMPETENCIA O DESCONTO JA GRAVADO NO
      *    LIVRO E REAPROVEITADO, SEM AMORTIZAR O DEBITO DE NOVO.
      *    PROGRAMA ENCERRADO OU FORA DA VIGENCIA (PRB-DATA-INICIO/
      *    FIM) NAO GERA REMESSA.
      *    O CREDITO VAI PARA A CONTA BANCARIA DO TITULAR
      *    (CONTABAN.DAT, CPYCONTA - MANTIDA NO PGM86), QUE SAI NO
      *    REGISTRO DA REMESSA. TITULAR SEM CONTA, COM A CONTA
      *    RECUSADA PELO BANCO (PGM53) OU COM DV QUE NAO CONFERE
      *    (PGM87) FICA FORA DA REMESSA E SAI NO RELATORIO DE
      *    OCORRENCIAS.
      *    O NIS DO TITULAR (NIS.DAT, CPYNIS - REGISTRADO NO PGM50)
      *    SEGUE NO REGISTRO; ZERADO QUANDO O TITULAR NAO TEM NIS.
      *    O NUMERO DO CARTAO ATIVO DO TITULAR NO PROGRAMA (CARTOES.DAT,
      *    CPYCARTA - EMITIDO PELO PGM93, MANTIDO NO PGM94) TAMBEM
      *    SEGUE NO REGISTRO: A ULTIMA VIA EMITIDA OU ENTREGUE;
      *    ZERADO QUANDO NAO HA CARTAO ATIVO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELPB REPLACING STATUS-FIELD BY W-COD-ERRO-PRB.

           COPY CPYSELLP REPLACING STATUS-FIELD BY W-COD-ERRO-LPG.

           COPY CPYSELDB REPLACING STATUS-FIELD BY W-COD-ERRO-DEB.

           COPY CPYSELCB REPLACING STATUS-FIELD BY W-COD-ERRO-CTA.

           COPY CPYSELNS REPLACING STATUS-FIELD BY W-COD-ERRO-NIS.

           COPY CPYSELCR REPLACING STATUS-FIELD BY W-COD-ERRO-CRT.

           SELECT ARQ-PAGAMENTO ASSIGN TO "C:\TEMP\PAGBEN.RFB"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-PAG.

           SELECT REL-OCORRENCIAS ASSIGN TO "C:\TEMP\RELREMES.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-PROGRAMAS
           LABEL RECORD STANDARD.
       COPY CPYPROGB.

       FD  ARQ-LANCAMENTOS
           LABEL RECORD STANDARD.
       COPY CPYLANPG.

       FD  ARQ-DEBITOS
           LABEL RECORD STANDARD.
       COPY CPYDEBIT.

       FD  ARQ-CONTAS
           LABEL RECORD STANDARD.
       COPY CPYCONTA.

       FD  ARQ-NIS
           LABEL RECORD STANDARD.
       COPY CPYNIS.

       FD  ARQ-CARTOES
           LABEL RECORD STANDARD.
       COPY CPYCARTA.

       FD  ARQ-PAGAMENTO
           LABEL RECORD STANDARD.
       01  REG-PAGAMENTO.
           05  PAG-NOME            PIC X(30).
           05  PAG-PROGRAMA        PIC X(4).
           05  PAG-COMPETENCIA     PIC 9(6).
           05  PAG-VALOR           PIC 9(7)V99.
           05  PAG-DESCONTO        PIC 9(7)V99.
           05  PAG-BANCO           PIC 9(3).
           05  PAG-AGENCIA         PIC 9(4).
           05  PAG-AGENCIA-DV      PIC X(1).
           05  PAG-CONTA           PIC 9(12).
           05  PAG-CONTA-DV        PIC X(1).
           05  PAG-TIPO-CONTA      PIC X(1).
           05  PAG-NIS             PIC 9(11).
           05  PAG-CARTAO          PIC 9(16).

       FD  REL-OCORRENCIAS
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PAG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-LPG      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CTA      PIC XX VALUE SPACES.
       01  W-SEM-CONTAS        PIC X  VALUE "N".
       01  W-CONTA-VALIDA      PIC X  VALUE "N".
       01  W-DV-VALIDO         PIC X  VALUE "N".
       01  W-NUMERO-DV         PIC 9(15) VALUE ZEROS.
       01  W-CONT-SEM-CONTA    PIC 9(6) VALUE ZEROS.
       01  W-COD-ERRO-NIS      PIC XX VALUE SPACES.
       01  W-SEM-NIS           PIC X  VALUE "N".
       01  W-COD-ERRO-CRT      PIC XX VALUE SPACES.
       01  W-SEM-CARTOES       PIC X  VALUE "N".
       01  W-FIM-CARTOES       PIC X  VALUE "N".
       01  W-FIM-DEBITOS       PIC X  VALUE "N".
       01  W-DEBITO-ACHADO     PIC X  VALUE "N".
       01  W-SALDO-DEBITO      PIC 9(7)V99 VALUE ZEROS.
       01  W-DESCONTO-ANTERIOR PIC 9(7)V99 VALUE ZEROS.
       01  W-CONT-DESCONTOS    PIC 9(6) VALUE ZEROS.
       01  W-VALOR-DESCONTOS   PIC 9(13)V99 VALUE ZEROS.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-PROGRAMA          PIC X(4)  VALUE SPACES.
       01  W-ERRO-REMESSA      PIC X  VALUE "N".
       01  W-CONT-LIDAS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-EXTRAIDAS    PIC 9(6) VALUE ZEROS.
       01  W-CONT-JA-PAGOS     PIC 9(6) VALUE ZEROS.
       01  W-CONT-OCORRENCIAS  PIC 9(6) VALUE ZEROS.
       01  W-LANCAMENTO-EXISTE PIC X  VALUE "N".
       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.
       01  W-SOMA-CPF-REMESSA  PIC 9(18) VALUE ZEROS.
       01  W-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.
       01  W-VALOR-REMESSA     PIC 9(13)V99 VALUE ZEROS.
       01  W-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CPYTRAIL.
       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.
       01 WS-COMPETENCIA PIC 9(6) VALUE ZEROS.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "OCORRENCIAS DA REMESSA DE PAGAMENTO".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB2.
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(32) VALUE "NOME".
           05  FILLER              PIC X(10) VALUE "PROGRAMA".
           05  FILLER              PIC X(50) VALUE "OCORRENCIA".

       01  W-DETALHE.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-NOME             PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-PROGRAMA         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OCORRENCIA       PIC X(60).

       01  W-RODAPE.
           05  FILLER              PIC X(30)
               VALUE "TOTAL DE OCORRENCIAS        : ".
           05  W-RODAPE-TOTAL      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA =
                   WS-ANO-SIST * 100 + WS-MES-SIST
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM RECEBER-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LER-INSCRICAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-RODAPE.
      *    COM ERRO DE GRAVACAO NA REMESSA, NEM TRAILER NEM
      *    CATALOGO: O ARQUIVO SEM TRAILER E RECUSADO PELO BANCO E A
      *    EXTRACAO E REPETIDA -- MESMA DISCIPLINA DO PGM10.
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE.

      *    O PROGRAMA TEM DE EXISTIR NO MESTRE E ESTAR ATIVO: SEM
      *    ELE NAO HA VALOR A PAGAR E A REMESSA NEM COMECA.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROGRAMAS.
           IF  W-COD-ERRO-PRB NOT = "00"
               DISPLAY "ERRO AO ABRIR PROGBEN.DAT: " W-COD-ERRO-PRB
               STOP RUN
           END-IF.
           MOVE W-PROGRAMA TO PRB-CODIGO
           READ ARQ-PROGRAMAS
           IF  W-COD-ERRO-PRB NOT = "00"
               DISPLAY "PROGRAMA " W-PROGRAMA " NAO CADASTRADO"
               CLOSE ARQ-PROGRAMAS
               STOP RUN
           END-IF.
           IF  PRB-ENCERRADO
               DISPLAY "PROGRAMA " W-PROGRAMA " ENCERRADO - REMESSA "
                       "NAO GERADA"
               CLOSE ARQ-PROGRAMAS
               STOP RUN
           END-IF.
      *    MESMA VIGENCIA QUE O PGM51 APLICA NA APURACAO.
           IF  PRB-DATA-INICIO > WS-DATA-SIST-NUM
            OR (PRB-DATA-FIM NOT = ZEROS
                AND PRB-DATA-FIM < WS-DATA-SIST-NUM)
               DISPLAY "PROGRAMA " W-PROGRAMA " FORA DA VIGENCIA - "
                       "REMESSA NAO GERADA"
               CLOSE ARQ-PROGRAMAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               CLOSE ARQ-PROGRAMAS
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-INSCRICOES.
           IF  W-COD-ERRO-INS NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCBEN.DAT: " W-COD-ERRO-INS
               CLOSE ARQ-PESSOAS ARQ-PROGRAMAS
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-PAGAMENTO.
           IF  W-COD-ERRO-PAG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGBEN.RFB: " W-COD-ERRO-PAG
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
               STOP RUN
           END-IF.

      *    NA PRIMEIRA REMESSA O LIVRO AINDA NAO EXISTE: E CRIADO
      *    VAZIO AQUI.
           OPEN I-O ARQ-LANCAMENTOS.
           IF  W-COD-ERRO-LPG = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN I-O ARQ-LANCAMENTOS
           END-IF.
           IF  W-COD-ERRO-LPG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGHIST.DAT: " W-COD-ERRO-LPG
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-PAGAMENTO
               STOP RUN
           END-IF.

           OPEN I-O ARQ-DEBITOS.
           IF  W-COD-ERRO-DEB = "35"
               OPEN OUTPUT ARQ-DEBITOS
               CLOSE ARQ-DEBITOS
               OPEN I-O ARQ-DEBITOS
           END-IF.
           IF  W-COD-ERRO-DEB NOT = "00"
               DISPLAY "ERRO AO ABRIR DEBITOS.DAT: " W-COD-ERRO-DEB
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-PAGAMENTO ARQ-LANCAMENTOS
               STOP RUN
           END-IF.

      *    SEM O CADASTRO DE CONTAS (PGM86 NUNCA USADO) NINGUEM
      *    TEM CONTA VALIDA: A REMESSA SAI VAZIA E TODOS OS TITULARES
      *    APARECEM NO RELATORIO DE OCORRENCIAS.
           OPEN INPUT ARQ-CONTAS.
           IF  W-COD-ERRO-CTA = "35"
               MOVE "S" TO W-SEM-CONTAS
           ELSE
           IF  W-COD-ERRO-CTA NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABAN.DAT: " W-COD-ERRO-CTA
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-PAGAMENTO ARQ-LANCAMENTOS ARQ-DEBITOS
               STOP RUN
           END-IF
           END-IF.

           OPEN INPUT ARQ-NIS.
           IF  W-COD-ERRO-NIS NOT = "00"
               MOVE "S" TO W-SEM-NIS
           END-IF.

           OPEN INPUT ARQ-CARTOES.
           IF  W-COD-ERRO-CRT NOT = "00"
               MOVE "S" TO W-SEM-CARTOES
           END-IF.

           OPEN OUTPUT REL-OCORRENCIAS.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELREMES.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS ARQ-INSCRICOES ARQ-PROGRAMAS
                     ARQ-PAGAMENTO ARQ-LANCAMENTOS ARQ-DEBITOS
               IF  W-SEM-CONTAS NOT = "S"
                   CLOSE ARQ-CONTAS
               END-IF
               IF  W-SEM-NIS NOT = "S"
                   CLOSE ARQ-NIS
               END-IF
               IF  W-SEM-CARTOES NOT = "S"
                   CLOSE ARQ-CARTOES
               END-IF
               STOP RUN
           END-IF.

      *        AQUI, NA GERACAO DA REMESSA.
               EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTAR-LANCAMENTO
           IF  W-LANCAMENTO-EXISTE = "S" AND LPG-PAGO
               ADD 1 TO W-CONT-JA-PAGOS
               MOVE "COMPETENCIA JA PAGA - FORA DA REMESSA"
                    TO WD-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-CONTA
           IF  W-CONTA-VALIDA NOT = "S"
               ADD 1 TO W-CONT-SEM-CONTA
               PERFORM IMPRIMIR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE CPF             TO PAG-CPF
           MOVE NOME            TO PAG-NOME
           MOVE INS-PROGRAMA    TO PAG-PROGRAMA
           MOVE WS-COMPETENCIA  TO PAG-COMPETENCIA
           MOVE PRB-VALOR-MENSAL TO PAG-VALOR
           MOVE ZEROS           TO PAG-DESCONTO
           MOVE CTA-BANCO       TO PAG-BANCO
           MOVE CTA-AGENCIA     TO PAG-AGENCIA
           MOVE CTA-AGENCIA-DV  TO PAG-AGENCIA-DV
           MOVE CTA-NUMERO      TO PAG-CONTA
           MOVE CTA-NUMERO-DV   TO PAG-CONTA-DV
           MOVE CTA-TIPO        TO PAG-TIPO-CONTA
           MOVE ZEROS           TO PAG-NIS
           IF  W-SEM-NIS NOT = "S"
               MOVE INS-CPF TO NIS-CPF
               READ ARQ-NIS
               IF  W-COD-ERRO-NIS = "00"
                   MOVE NIS-NUMERO TO PAG-NIS
               END-IF
           END-IF
           PERFORM LOCALIZAR-CARTAO
           IF  W-DESCONTO-ANTERIOR > ZEROS
               PERFORM REPETIR-DESCONTO
           ELSE
               PERFORM LOCALIZAR-DEBITO
               IF  W-DEBITO-ACHADO = "S"
                   PERFORM CALCULAR-DESCONTO
               END-IF
           END-IF
           WRITE REG-PAGAMENTO
           IF  W-COD-ERRO-PAG NOT = "00"
            AND W-ERRO-REMESSA NOT = "S"
                       W-COD-ERRO-PAG
               MOVE "S" TO W-ERRO-REMESSA
           END-IF
           IF  W-COD-ERRO-PAG = "00"
               PERFORM REGISTRAR-LANCAMENTO
               IF  PAG-DESCONTO > ZEROS
                AND W-DESCONTO-ANTERIOR = ZEROS
                   PERFORM AMORTIZAR-DEBITO
               END-IF
           END-IF
           ADD 1 TO W-CONT-EXTRAIDAS
           ADD PAG-VALOR TO W-VALOR-REMESSA
           IF  PAG-CPF IS NUMERIC
               MOVE PAG-CPF TO W-CPF-NUMERICO
               ADD W-CPF-NUMERICO TO W-SOMA-CPF-REMESSA
           END-IF.

       CONSULTAR-LANCAMENTO.
           MOVE INS-CPF        TO LPG-CPF
           MOVE INS-PROGRAMA   TO LPG-PROGRAMA
           MOVE WS-COMPETENCIA TO LPG-COMPETENCIA
           MOVE ZEROS TO W-DESCONTO-ANTERIOR
           READ ARQ-LANCAMENTOS
           IF  W-COD-ERRO-LPG = "00"
               MOVE "S" TO W-LANCAMENTO-EXISTE
      *        O REJEITADO JA TEVE O DESCONTO ESTORNADO NO DEBITO
      *        PELO PGM53: A PARCELA E CALCULADA DE NOVO.
               IF  LPG-ENVIADO AND LPG-VALOR-DESCONTO IS NUMERIC
                   MOVE LPG-VALOR-DESCONTO TO W-DESCONTO-ANTERIOR
               END-IF
           ELSE
               MOVE "N" TO W-LANCAMENTO-EXISTE
           END-IF.

      *    AS VIAS DO TITULAR NO PROGRAMA VEM EM ORDEM DE SEQUENCIA;
      *    VALE A ULTIMA ATIVA (UMA SEGUNDA VIA AINDA NA GRAFICA JA
      *    SUBSTITUI A ANTERIOR).
       LOCALIZAR-CARTAO.
           MOVE ZEROS TO PAG-CARTAO
           IF  W-SEM-CARTOES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"          TO W-FIM-CARTOES
           MOVE INS-CPF      TO CRT-CPF
           MOVE INS-PROGRAMA TO CRT-PROGRAMA
           MOVE ZEROS        TO CRT-SEQUENCIA
           START ARQ-CARTOES KEY NOT < CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CARTOES
           END-START
           PERFORM LER-CARTAO
           PERFORM TOMAR-CARTAO UNTIL W-FIM-CARTOES = "S".

       LER-CARTAO.
           IF  W-FIM-CARTOES NOT = "S"
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-CARTOES
               END-READ
               IF  W-FIM-CARTOES NOT = "S"
                AND (CRT-CPF NOT = INS-CPF
                     OR CRT-PROGRAMA NOT = INS-PROGRAMA)
                   MOVE "S" TO W-FIM-CARTOES
               END-IF
           END-IF.

       TOMAR-CARTAO.
           IF  CRT-ATIVO
               MOVE CRT-NUMERO TO PAG-CARTAO
           END-IF
           PERFORM LER-CARTAO.

      *    A CONTA E CONFERIDA DE NOVO AQUI (DV PELO PGM87), MESMO
      *    TENDO SIDO CRITICADA NA DIGITACAO: O QUE VAI AO BANCO E O
      *    QUE ESTA NO ARQUIVO HOJE. O MOTIVO DA RECUSA FICA EM
      *    WD-OCORRENCIA PARA O RELATORIO.
       LOCALIZAR-CONTA.
           MOVE "N" TO W-CONTA-VALIDA
           IF  W-SEM-CONTAS = "S"
               MOVE "SEM CONTA BANCARIA CADASTRADA - FORA DA REMESSA"
                    TO WD-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE INS-CPF TO CTA-CPF
           READ ARQ-CONTAS
           IF  W-COD-ERRO-CTA NOT = "00"
               MOVE "SEM CONTA BANCARIA CADASTRADA - FORA DA REMESSA"
                    TO WD-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF  CTA-RECUSADA
               MOVE "CONTA RECUSADA PELO BANCO - FORA DA REMESSA"
                    TO WD-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-DV-VALIDO
           IF  CTA-AGENCIA-DV NOT = SPACE
               MOVE CTA-AGENCIA TO W-NUMERO-DV
               CALL "PGM87" USING W-NUMERO-DV CTA-AGENCIA-DV
                                  W-DV-VALIDO
           END-IF
           IF  W-DV-VALIDO = "S"
               MOVE CTA-NUMERO TO W-NUMERO-DV
               CALL "PGM87" USING W-NUMERO-DV CTA-NUMERO-DV
                                  W-DV-VALIDO
           END-IF
           IF  W-DV-VALIDO NOT = "S"
            OR CTA-BANCO = ZEROS OR NOT CTA-TIPO-OK
               MOVE "CONTA BANCARIA INVALIDA - FORA DA REMESSA"
                    TO WD-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO W-CONTA-VALIDA.

      *    LANCAMENTO NOVO E GRAVADO; UM JA EXISTENTE (ENVIADO SEM
      *    RETORNO OU REJEITADO) E REGRAVADO COM A NOVA REMESSA.
       REGISTRAR-LANCAMENTO.
           MOVE PAG-CPF          TO LPG-CPF
           MOVE PAG-PROGRAMA     TO LPG-PROGRAMA
           MOVE PAG-COMPETENCIA  TO LPG-COMPETENCIA
           MOVE PAG-VALOR        TO LPG-VALOR
           MOVE PAG-DESCONTO     TO LPG-VALOR-DESCONTO
           MOVE WS-DATA-SIST-NUM TO LPG-DATA-REMESSA
           MOVE "E"              TO LPG-SITUACAO
           MOVE ZEROS            TO LPG-DATA-RETORNO
           MOVE SPACES           TO LPG-MOTIVO
           MOVE W-OPERADOR       TO LPG-OPERADOR
           IF  W-LANCAMENTO-EXISTE = "S"
               REWRITE REG-LANCAMENTOS
           ELSE
               WRITE REG-LANCAMENTOS
           END-IF
           IF  W-COD-ERRO-LPG NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAGHIST.DAT - CPF " PAG-CPF
                       " STATUS " W-COD-ERRO-LPG
           END-IF.

      *    O PRIMEIRO DEBITO EM RECUPERACAO DO CPF (QUALQUER
      *    PROGRAMA) QUE AINDA NAO TEVE PARCELA NESTA COMPETENCIA.
       LOCALIZAR-DEBITO.
           MOVE "N" TO W-DEBITO-ACHADO W-FIM-DEBITOS
           MOVE CPF        TO DEB-CPF
           MOVE LOW-VALUES TO DEB-PROGRAMA
           MOVE ZEROS      TO DEB-COMPETENCIA
           START ARQ-DEBITOS KEY NOT < DEB-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-DEBITOS
           END-START
           PERFORM LER-DEBITO
           PERFORM EXAMINAR-DEBITO
                   UNTIL W-FIM-DEBITOS = "S"
                      OR W-DEBITO-ACHADO = "S".

       LER-DEBITO.
           IF  W-FIM-DEBITOS NOT = "S"
               READ ARQ-DEBITOS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DEBITOS
               END-READ
               IF  W-FIM-DEBITOS NOT = "S"
                AND DEB-CPF NOT = CPF
                   MOVE "S" TO W-FIM-DEBITOS
               END-IF
           END-IF.

       EXAMINAR-DEBITO.
           IF  DEB-EM-RECUPERACAO
            AND DEB-COMPET-ULT-DESCONTO NOT = WS-COMPETENCIA
               MOVE "S" TO W-DEBITO-ACHADO
           ELSE
               PERFORM LER-DEBITO
           END-IF.

      *    A PARCELA NUNCA PASSA DO SALDO NEM DO PROPRIO PAGAMENTO.
       CALCULAR-DESCONTO.
           COMPUTE W-SALDO-DEBITO =
                   DEB-VALOR-ORIGINAL - DEB-VALOR-RECUPERADO
           MOVE DEB-VALOR-PARCELA TO PAG-DESCONTO
           IF  PAG-DESCONTO > W-SALDO-DEBITO
               MOVE W-SALDO-DEBITO TO PAG-DESCONTO
           END-IF
           IF  PAG-DESCONTO > PAG-VALOR
               MOVE PAG-VALOR TO PAG-DESCONTO
           END-IF
           SUBTRACT PAG-DESCONTO FROM PAG-VALOR.

      *    REPETICAO DA REMESSA NA MESMA COMPETENCIA: A PARCELA JA FOI
      *    AMORTIZADA NA PRIMEIRA EXTRACAO E O LIVRO GUARDA O VALOR;
      *    ELE VOLTA A SER DESCONTADO, SEM MEXER NO DEBITO.
       REPETIR-DESCONTO.
           MOVE W-DESCONTO-ANTERIOR TO PAG-DESCONTO
           IF  PAG-DESCONTO > PAG-VALOR
               MOVE PAG-VALOR TO PAG-DESCONTO
           END-IF
           SUBTRACT PAG-DESCONTO FROM PAG-VALOR
           ADD 1 TO W-CONT-DESCONTOS
           ADD PAG-DESCONTO TO W-VALOR-DESCONTOS
           MOVE PAG-DESCONTO TO W-VALOR-EDIT
           MOVE SPACES TO WD-OCORRENCIA
           STRING "PARCELA JA AMORTIZADA NA COMPETENCIA:"
                  W-VALOR-EDIT
               DELIMITED BY SIZE INTO WD-OCORRENCIA
           PERFORM IMPRIMIR-OCORRENCIA.

       AMORTIZAR-DEBITO.
           ADD PAG-DESCONTO TO DEB-VALOR-RECUPERADO
           ADD 1 TO DEB-PARCELAS-PAGAS
           MOVE WS-COMPETENCIA TO DEB-COMPET-ULT-DESCONTO
           IF  DEB-VALOR-RECUPERADO NOT < DEB-VALOR-ORIGINAL
               MOVE "Q"              TO DEB-SITUACAO
               MOVE WS-DATA-SIST-NUM TO DEB-DATA-SITUACAO
           END-IF
           MOVE W-OPERADOR TO DEB-OPERADOR
           REWRITE REG-DEBITOS
           IF  W-COD-ERRO-DEB NOT = "00"
               DISPLAY "ERRO AO AMORTIZAR DEBITOS.DAT - CPF " PAG-CPF
                       " STATUS " W-COD-ERRO-DEB
           ELSE
               ADD 1 TO W-CONT-DESCONTOS
               ADD PAG-DESCONTO TO W-VALOR-DESCONTOS
               MOVE PAG-DESCONTO TO W-VALOR-EDIT
               MOVE SPACES TO WD-OCORRENCIA
               STRING "PARCELA DEBITO " DEB-PROGRAMA "/"
                      DEB-COMPETENCIA " DESCONTADA:"
                      W-VALOR-EDIT
                   DELIMITED BY SIZE INTO WD-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.

       IMPRIMIR-OCORRENCIA.
           ADD 1 TO W-CONT-OCORRENCIAS
           IF  W-CONT-LINHA = ZEROS OR W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE INS-CPF      TO WD-CPF
           MOVE NOME         TO WD-NOME
           MOVE INS-PROGRAMA TO WD-PROGRAMA
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

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
           END-IF
           MOVE W-CONT-OCORRENCIAS TO W-RODAPE-TOTAL.
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

       GRAVAR-TRAILER.
           MOVE "TRL"              TO W-TRL-MARCA
           MOVE W-CONT-EXTRAIDAS   TO W-TRL-QTD
           MOVE W-SOMA-CPF-REMESSA TO W-TRL-SOMA
           MOVE W-VALOR-REMESSA    TO W-TRL-VALOR
           MOVE SPACES TO REG-PAGAMENTO
           MOVE W-AREA-TRAILER TO REG-PAGAMENTO (1:30)
           MOVE W-AREA-TRAILER-VALOR TO REG-PAGAMENTO (31:15)
           WRITE REG-PAGAMENTO
           IF  W-COD-ERRO-PAG NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRAILER - STATUS "
           DISPLAY "COMPETENCIA                : " WS-COMPETENCIA.
           DISPLAY "INSCRICOES ATIVAS LIDAS    : " W-CONT-LIDAS.
           DISPLAY "PAGAMENTOS EXTRAIDOS       : " W-CONT-EXTRAIDAS.
           DISPLAY "JA PAGOS NA COMPETENCIA    : " W-CONT-JA-PAGOS.
           DISPLAY "SEM CONTA BANCARIA VALIDA  : " W-CONT-SEM-CONTA.
           DISPLAY "PARCELAS DE DEBITO DESCONT.: " W-CONT-DESCONTOS.
           MOVE W-VALOR-DESCONTOS TO W-VALOR-EDIT
           DISPLAY "VALOR DESCONTADO           : " W-VALOR-EDIT.
           MOVE W-VALOR-REMESSA TO W-VALOR-EDIT
           DISPLAY "VALOR TOTAL DA REMESSA     : " W-VALOR-EDIT.
           IF  W-ERRO-REMESSA = "S"
               DISPLAY "*** REMESSA INCOMPLETA POR ERRO DE GRAVACAO "
                       "- REPETIR A EXTRACAO ***"
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-INSCRICOES.
           CLOSE ARQ-PAGAMENTO.
           CLOSE ARQ-PROGRAMAS.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-DEBITOS.
           IF  W-SEM-CONTAS NOT = "S"
               CLOSE ARQ-CONTAS
           END-IF.
           IF  W-SEM-NIS NOT = "S"
               CLOSE ARQ-NIS
           END-IF.
           IF  W-SEM-CARTOES NOT = "S"
               CLOSE ARQ-CARTOES
           END-IF.
           CLOSE REL-OCORRENCIAS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM119.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    EXPORTACAO PARA PLANILHA (CSV) POR CRITERIO DE SELECAO. AS
      *    SECRETARIAS PEDEM "UMA PLANILHA DE TODO MUNDO QUE..." E ATE
      *    AQUI ISSO ERA REDIGITAR A LISTAGEM DO PGM06. CRITERIOS NO
      *    ESTILO DO PGM32/PGM65 (CIDADE, BAIRRO, FAIXA DE CEP, UF -
      *    BRANCO = NAO FILTRA; FAIXA ETARIA - ZERO = NAO FILTRA), MAIS
      *    A SITUACAO DO CADASTRO (BRANCO = TODAS) E O PROGRAMA DE
      *    BENEFICIO (INSCRICAO ATIVA NO INSCBEN.DAT; BRANCO = NAO
      *    FILTRA). O OPERADOR ESCOLHE AS COLUNAS, NA ORDEM EM QUE
      *    DEVEM SAIR, POR LETRA:
      *      C=CPF N=NOME E=ENDERECO M=COMPLEMENTO B=BAIRRO I=CIDADE
      *      U=UF P=CEP L=EMAIL T=TELEFONE D=NASCIMENTO S=SITUACAO
      *    A SAIDA E TEXTO SEPARADO POR PONTO-E-VIRGULA, COM LINHA DE
      *    TITULOS, EM EXPORTnn.CSV (GERACOES DO PGM38, REGISTRADA NO
      *    CATALOGO). PESSOA ANONIMIZADA NUNCA SAI.
      *    CONTROLES DA LGPD:
      *      - O OPERADOR SE IDENTIFICA COM LOGIN E SENHA (OPERADOR.DAT)
      *        E PRECISA DA PERMISSAO DE RELATORIOS;
      *      - CPF, EMAIL E TELEFONE SAEM MASCARADOS (COMO NA CONSULTA
      *        DO PGM04), SALVO SE O OPERADOR TEM A PERMISSAO DE VER O
      *        CPF COMPLETO;
      *      - O MOTIVO DO PEDIDO E OBRIGATORIO E FICA, COM OPERADOR,
      *        CRITERIOS, COLUNAS, ARQUIVO E QUANTIDADE, NO REGISTRO DE
      *        EXPORTACOES (EXPORTA.LOG, EM EXTEND);
      *      - CADA CPF EXPORTADO ENTRA NO LOG DE CONSULTAS
      *        (CONSULTA.LOG, PGM16) EM NOME DO OPERADOR, PARA A
      *        PERGUNTA "QUEM ACESSOU MEUS DADOS" ENXERGAR A PLANILHA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           SELECT ARQ-EXPORTACAO ASSIGN TO W-NOME-SAIDA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-EXP.

           SELECT ARQ-REG-EXPORTACAO ASSIGN TO "C:\TEMP\EXPORTA.LOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-EXPORTACAO
           LABEL RECORD STANDARD.
       01  REG-EXPORTACAO      PIC X(300).

       FD  ARQ-REG-EXPORTACAO
           LABEL RECORD STANDARD.
       01  REG-REG-EXPORTACAO.
           05  REX-DATA-HORA       PIC 9(14).
           05  REX-OPERADOR        PIC X(8).
           05  REX-GERACAO         PIC 9(2).
           05  REX-ARQUIVO         PIC X(30).
           05  REX-QTD             PIC 9(9).
           05  REX-CPF-COMPLETO    PIC X(1).
           05  REX-COLUNAS         PIC X(20).
           05  REX-MOTIVO          PIC X(60).
           05  REX-CRITERIOS.
               10  REX-CIDADE          PIC X(20).
               10  REX-BAIRRO          PIC X(20).
               10  REX-CEP-INI         PIC X(9).
               10  REX-CEP-FIM         PIC X(9).
               10  REX-UF              PIC X(2).
               10  REX-IDADE-MIN       PIC 9(3).
               10  REX-IDADE-MAX       PIC 9(3).
               10  REX-SITUACAO        PIC X(1).
               10  REX-PROGRAMA        PIC X(4).
           05  FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-EXP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REX      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-OPERADOR          PIC X(8) VALUE SPACES.
       01  W-SENHA-DIGITADA    PIC X(8) VALUE SPACES.
       01  W-AUTORIZADO        PIC X  VALUE "N".
      *    "S" = OPERADOR COM PERMISSAO DE CPF COMPLETO: NADA E
      *    MASCARADO NA PLANILHA.
       01  W-CPF-COMPLETO      PIC X  VALUE "N".
       01  W-CONSULTA-MASCARADA PIC X VALUE "S".
       01  W-MOTIVO            PIC X(60) VALUE SPACES.

       01  W-CRIT-CIDADE       PIC X(20) VALUE SPACES.
       01  W-CRIT-BAIRRO       PIC X(20) VALUE SPACES.
       01  W-CRIT-CEP-INI      PIC X(9)  VALUE SPACES.
       01  W-CRIT-CEP-FIM      PIC X(9)  VALUE SPACES.
       01  W-CRIT-UF           PIC X(2)  VALUE SPACES.
       01  W-CRIT-IDADE-MIN    PIC 9(3)  VALUE ZEROS.
       01  W-CRIT-IDADE-MAX    PIC 9(3)  VALUE ZEROS.
       01  W-CRIT-SITUACAO     PIC X     VALUE SPACE.
           88  CRIT-SITUACAO-OK    VALUE SPACE "A" "I" "F" "T".
       01  W-CRIT-PROGRAMA     PIC X(4)  VALUE SPACES.
       01  W-REGISTRO-CASA     PIC X VALUE "N".
       01  W-IDADE             PIC S9(5) VALUE ZEROS.
       01  W-ANO-NASC          PIC 9(4) VALUE ZEROS.
       01  W-MES-NASC          PIC 9(2) VALUE ZEROS.

      *    COLUNAS ESCOLHIDAS, NA ORDEM DIGITADA.
       01  W-COLUNAS           PIC X(20) VALUE SPACES.
       01  W-COLUNAS-OK        PIC X VALUE "N".
       01  W-QTD-COLUNAS       PIC 99 VALUE ZEROS.
       01  W-IDX-COLUNA        PIC 99 VALUE ZEROS.
       01  W-TAB-COLUNAS.
           05  W-COLUNA        PIC X OCCURS 20 TIMES.
       01  W-LETRA-COLUNA      PIC X VALUE SPACE.
           88  COLUNA-VALIDA       VALUE "C" "N" "E" "M" "B" "I" "U"
                                         "P" "L" "T" "D" "S".

       01  W-LINHA-CSV         PIC X(300) VALUE SPACES.
       01  W-PONTEIRO          PIC 9(3) VALUE 1.
       01  W-CAMPO             PIC X(45) VALUE SPACES.
       01  W-TAM-CAMPO         PIC 99 VALUE ZEROS.
       01  W-BRANCOS           PIC 99 VALUE ZEROS.
       01  W-POS-ARROBA        PIC 99 VALUE ZEROS.

       01  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
       01  W-CONT-EXPORTADOS   PIC 9(6) VALUE ZEROS.

       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM119".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\EXPORT01.CSV".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD

           PERFORM RECEBER-PARAMETROS.
           IF  W-AUTORIZADO NOT = "S"
               DISPLAY "EXPORTACAO NAO REALIZADA"
               STOP RUN
           END-IF.

           CALL "PGM38" USING "A" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA
           MOVE W-GERACAO-CAT TO W-NOME-SAIDA (15:2)

           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-TITULOS.
           PERFORM POSICIONAR-INICIO.
           PERFORM LER-PESSOAS.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM REGISTRAR-EXPORTACAO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       RECEBER-PARAMETROS.
           DISPLAY "OPERADOR SOLICITANTE: " WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SENHA-DIGITADA FROM CONSOLE
           PERFORM CONFERIR-OPERADOR
           IF  W-AUTORIZADO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MOTIVO DO PEDIDO (OBRIGATORIO): " WITH NO ADVANCING
           PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
               ACCEPT W-MOTIVO FROM CONSOLE
           END-PERFORM

           DISPLAY "CRITERIOS (BRANCO = NAO FILTRA):"
           DISPLAY "CIDADE: " WITH NO ADVANCING
           ACCEPT W-CRIT-CIDADE FROM CONSOLE
           DISPLAY "BAIRRO: " WITH NO ADVANCING
           ACCEPT W-CRIT-BAIRRO FROM CONSOLE
           DISPLAY "CEP INICIAL: " WITH NO ADVANCING
           ACCEPT W-CRIT-CEP-INI FROM CONSOLE
           DISPLAY "CEP FINAL: " WITH NO ADVANCING
           ACCEPT W-CRIT-CEP-FIM FROM CONSOLE
           DISPLAY "UF: " WITH NO ADVANCING
           ACCEPT W-CRIT-UF FROM CONSOLE
           DISPLAY "IDADE MINIMA (ZERO = NAO FILTRA): "
               WITH NO ADVANCING
           ACCEPT W-CRIT-IDADE-MIN FROM CONSOLE
           DISPLAY "IDADE MAXIMA (ZERO = NAO FILTRA): "
               WITH NO ADVANCING
           ACCEPT W-CRIT-IDADE-MAX FROM CONSOLE
           DISPLAY "SITUACAO (A/I/F/T, BRANCO = TODAS): "
               WITH NO ADVANCING
           PERFORM WITH TEST AFTER UNTIL CRIT-SITUACAO-OK
               ACCEPT W-CRIT-SITUACAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE (W-CRIT-SITUACAO)
                 TO W-CRIT-SITUACAO
           END-PERFORM
           DISPLAY "PROGRAMA DE BENEFICIO (CODIGO): " WITH NO ADVANCING
           ACCEPT W-CRIT-PROGRAMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE (W-CRIT-PROGRAMA)
             TO W-CRIT-PROGRAMA

           DISPLAY "COLUNAS, NA ORDEM (C=CPF N=NOME E=ENDERECO "
                   "M=COMPLEMENTO B=BAIRRO I=CIDADE"
           DISPLAY "  U=UF P=CEP L=EMAIL T=TELEFONE D=NASCIMENTO "
                   "S=SITUACAO): " WITH NO ADVANCING
           PERFORM WITH TEST AFTER UNTIL W-COLUNAS-OK = "S"
               ACCEPT W-COLUNAS FROM CONSOLE
               MOVE FUNCTION UPPER-CASE (W-COLUNAS) TO W-COLUNAS
               PERFORM VALIDAR-COLUNAS
               IF  W-COLUNAS-OK NOT = "S"
                   DISPLAY "COLUNA INVALIDA - DIGITE DE NOVO: "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.

      *    SO OPERADOR ATIVO, NAO BLOQUEADO, COM A SENHA CERTA E A
      *    PERMISSAO DE RELATORIOS EXPORTA; A PERMISSAO DE CPF
      *    COMPLETO DECIDE O MASCARAMENTO.
       CONFERIR-OPERADOR.
           MOVE "N" TO W-AUTORIZADO W-CPF-COMPLETO
           OPEN INPUT ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT: " W-COD-ERRO-OPE
               EXIT PARAGRAPH
           END-IF
           MOVE W-OPERADOR TO OPE-LOGIN
           READ ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
            OR OPE-SENHA NOT = W-SENHA-DIGITADA
            OR NOT OPERADOR-ATIVO
            OR OPERADOR-BLOQUEADO
               DISPLAY "LOGIN OU SENHA INVALIDOS"
           ELSE
           IF  OPE-PERM-RELATORIOS NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO DE RELATORIOS"
           ELSE
               MOVE "S" TO W-AUTORIZADO
               IF  OPE-PERM-CPF-COMPLETO = "S"
                   MOVE "S" TO W-CPF-COMPLETO
                   MOVE "N" TO W-CONSULTA-MASCARADA
               ELSE
                   MOVE "S" TO W-CONSULTA-MASCARADA
               END-IF
           END-IF
           END-IF
           CLOSE ARQ-OPERADORES.

       VALIDAR-COLUNAS.
           MOVE "S"    TO W-COLUNAS-OK
           MOVE ZEROS  TO W-QTD-COLUNAS
           MOVE SPACES TO W-TAB-COLUNAS
           PERFORM EXAMINAR-COLUNA
                   VARYING W-IDX-COLUNA FROM 1 BY 1
                   UNTIL W-IDX-COLUNA > 20
           IF  W-QTD-COLUNAS = ZEROS
               MOVE "N" TO W-COLUNAS-OK
           END-IF.

       EXAMINAR-COLUNA.
           MOVE W-COLUNAS (W-IDX-COLUNA:1) TO W-LETRA-COLUNA
           IF  W-LETRA-COLUNA = SPACE
               EXIT PARAGRAPH
           END-IF
           IF  COLUNA-VALIDA
               ADD 1 TO W-QTD-COLUNAS
               MOVE W-LETRA-COLUNA TO W-COLUNA (W-QTD-COLUNAS)
           ELSE
               MOVE "N" TO W-COLUNAS-OK
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           IF  W-CRIT-PROGRAMA NOT = SPACES
               OPEN INPUT ARQ-INSCRICOES
               IF  W-COD-ERRO-INS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INSCBEN.DAT: " W-COD-ERRO-INS
                   CLOSE ARQ-PESSOAS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-EXPORTACAO.
           IF  W-COD-ERRO-EXP NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-SAIDA ": "
                       W-COD-ERRO-EXP
               CLOSE ARQ-PESSOAS
               IF  W-CRIT-PROGRAMA NOT = SPACES
                   CLOSE ARQ-INSCRICOES
               END-IF
               STOP RUN
           END-IF.

       POSICIONAR-INICIO.
           MOVE LOW-VALUES TO CPF
           START ARQ-PESSOAS KEY NOT < CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQUIVO
           END-START.

       LER-PESSOAS.
           READ ARQ-PESSOAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       PROCESSAMENTO.
           ADD 1 TO W-CONT-LIDOS

           IF  NOT PESSOA-ANONIMIZADA
               PERFORM AVALIAR-CRITERIOS
               IF  W-REGISTRO-CASA = "S"
                   PERFORM EXPORTAR-PESSOA
               END-IF
           END-IF

           PERFORM LER-PESSOAS.

       AVALIAR-CRITERIOS.
           MOVE "S" TO W-REGISTRO-CASA
           IF  W-CRIT-SITUACAO NOT = SPACE
            AND SITUACAO NOT = W-CRIT-SITUACAO
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-CIDADE NOT = SPACES
            AND CIDADE NOT = W-CRIT-CIDADE
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-BAIRRO NOT = SPACES
            AND BAIRRO NOT = W-CRIT-BAIRRO
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-CEP-INI NOT = SPACES
            AND CEP < W-CRIT-CEP-INI
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-CEP-FIM NOT = SPACES
            AND CEP > W-CRIT-CEP-FIM
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-UF NOT = SPACES
            AND ESTADO NOT = W-CRIT-UF
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-REGISTRO-CASA = "S"
            AND (W-CRIT-IDADE-MIN > ZEROS OR W-CRIT-IDADE-MAX > ZEROS)
               PERFORM CRITICAR-FAIXA-ETARIA
           END-IF
           IF  W-REGISTRO-CASA = "S"
            AND W-CRIT-PROGRAMA NOT = SPACES
               PERFORM CRITICAR-PROGRAMA
           END-IF.

      *    MESMA REGRA DO PGM65: IDADE POR ANO/MES; NASCIMENTO
      *    INVALIDO NAO PASSA EM FILTRO ETARIO.
       CRITICAR-FAIXA-ETARIA.
           IF  DATA-NASCIMENTO NOT NUMERIC
               MOVE "N" TO W-REGISTRO-CASA
               EXIT PARAGRAPH
           END-IF
           MOVE DATA-NASCIMENTO (1:4) TO W-ANO-NASC
           MOVE DATA-NASCIMENTO (5:2) TO W-MES-NASC
           COMPUTE W-IDADE = WS-ANO-SIST - W-ANO-NASC
           IF  W-MES-NASC > WS-MES-SIST
               SUBTRACT 1 FROM W-IDADE
           END-IF
           IF  W-CRIT-IDADE-MIN > ZEROS
            AND W-IDADE < W-CRIT-IDADE-MIN
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           IF  W-CRIT-IDADE-MAX > ZEROS
            AND W-IDADE > W-CRIT-IDADE-MAX
               MOVE "N" TO W-REGISTRO-CASA
           END-IF.

      *    SO CONTA A INSCRICAO ATIVA NO PROGRAMA PEDIDO.
       CRITICAR-PROGRAMA.
           MOVE CPF             TO INS-CPF
           MOVE W-CRIT-PROGRAMA TO INS-PROGRAMA
           READ ARQ-INSCRICOES
           IF  W-COD-ERRO-INS NOT = "00"
               MOVE "N" TO W-REGISTRO-CASA
           ELSE
           IF  NOT INS-ATIVA
               MOVE "N" TO W-REGISTRO-CASA
           END-IF
           END-IF.

       EXPORTAR-PESSOA.
           MOVE SPACES TO W-LINHA-CSV
           MOVE 1      TO W-PONTEIRO
           PERFORM MONTAR-COLUNA
                   VARYING W-IDX-COLUNA FROM 1 BY 1
                   UNTIL W-IDX-COLUNA > W-QTD-COLUNAS
           PERFORM GRAVAR-LINHA
           IF  W-COD-ERRO-EXP NOT = "00"
               DISPLAY "ERRO AO GRAVAR " W-NOME-SAIDA " - CPF " CPF
                       " STATUS " W-COD-ERRO-EXP
           ELSE
               ADD 1 TO W-CONT-EXPORTADOS
               CALL "PGM16" USING CPF W-OPERADOR W-CONSULTA-MASCARADA
           END-IF.

       MONTAR-COLUNA.
           MOVE SPACES TO W-CAMPO
           EVALUATE W-COLUNA (W-IDX-COLUNA)
               WHEN "C"
                   PERFORM MASCARAR-CPF
               WHEN "N"
                   MOVE NOME        TO W-CAMPO
               WHEN "E"
                   MOVE ENDERECO    TO W-CAMPO
               WHEN "M"
                   MOVE COMPLEMENTO TO W-CAMPO
               WHEN "B"
                   MOVE BAIRRO      TO W-CAMPO
               WHEN "I"
                   MOVE CIDADE      TO W-CAMPO
               WHEN "U"
                   MOVE ESTADO      TO W-CAMPO
               WHEN "P"
                   MOVE CEP         TO W-CAMPO
               WHEN "L"
                   PERFORM MASCARAR-EMAIL
               WHEN "T"
                   PERFORM MASCARAR-TELEFONE
               WHEN "D"
                   PERFORM EDITAR-NASCIMENTO
               WHEN "S"
                   MOVE SITUACAO    TO W-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTAR-CAMPO.

      *    O CAMPO ENTRA NA LINHA SEM OS BRANCOS DO FIM; UM ";" NO
      *    CONTEUDO VIRA "," PARA NAO QUEBRAR AS COLUNAS.
       ACRESCENTAR-CAMPO.
           IF  W-IDX-COLUNA > 1
               STRING ";" DELIMITED BY SIZE
                   INTO W-LINHA-CSV WITH POINTER W-PONTEIRO
           END-IF
           INSPECT W-CAMPO REPLACING ALL ";" BY ","
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-CAMPO TALLYING W-BRANCOS FOR TRAILING SPACES
           COMPUTE W-TAM-CAMPO = 45 - W-BRANCOS
           IF  W-TAM-CAMPO > ZEROS
               STRING W-CAMPO (1:W-TAM-CAMPO) DELIMITED BY SIZE
                   INTO W-LINHA-CSV WITH POINTER W-PONTEIRO
           END-IF.

      *    MESMA MASCARA DA CONSULTA DO PGM04: SO OS 4 ULTIMOS DIGITOS.
       MASCARAR-CPF.
           IF  W-CPF-COMPLETO = "S"
               MOVE CPF TO W-CAMPO
           ELSE
               MOVE "XXXXXXX" TO W-CAMPO (1:7)
               MOVE CPF (8:4) TO W-CAMPO (8:4)
           END-IF.

      *    EMAIL MASCARADO: PRIMEIRA LETRA, "***" E O DOMINIO.
       MASCARAR-EMAIL.
           IF  EMAIL = SPACES OR W-CPF-COMPLETO = "S"
               MOVE EMAIL TO W-CAMPO
               EXIT PARAGRAPH
           END-IF
      *    EMAIL TEM 14 POSICOES: CONTAGEM 14 QUER DIZER QUE NAO HA
      *    "@" GRAVADO NO CAMPO, E ENTAO NAO HA DOMINIO A COPIAR.
           MOVE ZEROS TO W-POS-ARROBA
           INSPECT EMAIL TALLYING W-POS-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
           IF  W-POS-ARROBA < 14
               STRING EMAIL (1:1) "***" EMAIL (W-POS-ARROBA + 1:)
                   DELIMITED BY SIZE INTO W-CAMPO
           ELSE
               STRING EMAIL (1:1) "***" DELIMITED BY SIZE
                   INTO W-CAMPO
           END-IF.

      *    TELEFONE MASCARADO: SO OS 4 ULTIMOS DIGITOS.
       MASCARAR-TELEFONE.
           IF  TELEFONE = SPACES OR W-CPF-COMPLETO = "S"
               MOVE TELEFONE TO W-CAMPO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO W-BRANCOS
           INSPECT TELEFONE TALLYING W-BRANCOS FOR TRAILING SPACES
           COMPUTE W-TAM-CAMPO = 10 - W-BRANCOS
           IF  W-TAM-CAMPO > 4
               STRING "******" TELEFONE (W-TAM-CAMPO - 3:4)
                   DELIMITED BY SIZE INTO W-CAMPO
           ELSE
               MOVE "******" TO W-CAMPO
           END-IF.

      *    NASCIMENTO (AAAAMMDD) SAI COMO DD/MM/AAAA PARA A PLANILHA
      *    RECONHECER A DATA.
       EDITAR-NASCIMENTO.
           IF  DATA-NASCIMENTO NOT NUMERIC
               MOVE DATA-NASCIMENTO TO W-CAMPO
           ELSE
               STRING DATA-NASCIMENTO (7:2) "/" DATA-NASCIMENTO (5:2)
                      "/" DATA-NASCIMENTO (1:4)
                   DELIMITED BY SIZE INTO W-CAMPO
           END-IF.

       GRAVAR-TITULOS.
           MOVE SPACES TO W-LINHA-CSV
           MOVE 1      TO W-PONTEIRO
           PERFORM MONTAR-TITULO
                   VARYING W-IDX-COLUNA FROM 1 BY 1
                   UNTIL W-IDX-COLUNA > W-QTD-COLUNAS
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
      *    O FIM DE LINHA VAI DEPOIS DE CADA REGISTRO: O TITULO FICA
      *    NA PRIMEIRA LINHA DA PLANILHA E A ULTIMA LINHA SAI
      *    TERMINADA.
           WRITE REG-EXPORTACAO FROM W-LINHA-CSV
               BEFORE ADVANCING 1 LINE.

       MONTAR-TITULO.
           EVALUATE W-COLUNA (W-IDX-COLUNA)
               WHEN "C"  MOVE "CPF"          TO W-CAMPO
               WHEN "N"  MOVE "NOME"         TO W-CAMPO
               WHEN "E"  MOVE "ENDERECO"     TO W-CAMPO
               WHEN "M"  MOVE "COMPLEMENTO"  TO W-CAMPO
               WHEN "B"  MOVE "BAIRRO"       TO W-CAMPO
               WHEN "I"  MOVE "CIDADE"       TO W-CAMPO
               WHEN "U"  MOVE "UF"           TO W-CAMPO
               WHEN "P"  MOVE "CEP"          TO W-CAMPO
               WHEN "L"  MOVE "EMAIL"        TO W-CAMPO
               WHEN "T"  MOVE "TELEFONE"     TO W-CAMPO
               WHEN "D"  MOVE "NASCIMENTO"   TO W-CAMPO
               WHEN "S"  MOVE "SITUACAO"     TO W-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTAR-CAMPO.

       REGISTRAR-CATALOGO.
           MOVE W-CONT-EXPORTADOS TO W-QTD-CATALOGO
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

      *    REGISTRO DA EXPORTACAO COM O MOTIVO: E O QUE RESPONDE
      *    "POR QUE ESTA PLANILHA EXISTE" NUMA AUDITORIA DA LGPD.
       REGISTRAR-EXPORTACAO.
           OPEN EXTEND ARQ-REG-EXPORTACAO
           IF  W-COD-ERRO-REX NOT = "00"
               OPEN OUTPUT ARQ-REG-EXPORTACAO
           END-IF
           IF  W-COD-ERRO-REX NOT = "00"
               DISPLAY "ERRO AO ABRIR EXPORTA.LOG: " W-COD-ERRO-REX
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-REG-EXPORTACAO
           ACCEPT WS-HORA-SIST FROM TIME
           COMPUTE REX-DATA-HORA =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +
                   WS-DIA-SIST * 1000000     +
                   WS-HH-SIST  * 10000       +
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST
           MOVE W-OPERADOR        TO REX-OPERADOR
           MOVE W-GERACAO-CAT     TO REX-GERACAO
           MOVE W-NOME-SAIDA      TO REX-ARQUIVO
           MOVE W-CONT-EXPORTADOS TO REX-QTD
           MOVE W-CPF-COMPLETO    TO REX-CPF-COMPLETO
           MOVE W-TAB-COLUNAS     TO REX-COLUNAS
           MOVE W-MOTIVO          TO REX-MOTIVO
           MOVE W-CRIT-CIDADE     TO REX-CIDADE
           MOVE W-CRIT-BAIRRO     TO REX-BAIRRO
           MOVE W-CRIT-CEP-INI    TO REX-CEP-INI
           MOVE W-CRIT-CEP-FIM    TO REX-CEP-FIM
           MOVE W-CRIT-UF         TO REX-UF
           MOVE W-CRIT-IDADE-MIN  TO REX-IDADE-MIN
           MOVE W-CRIT-IDADE-MAX  TO REX-IDADE-MAX
           MOVE W-CRIT-SITUACAO   TO REX-SITUACAO
           MOVE W-CRIT-PROGRAMA   TO REX-PROGRAMA
           WRITE REG-REG-EXPORTACAO
           IF  W-COD-ERRO-REX NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXPORTA.LOG: " W-COD-ERRO-REX
           END-IF
           CLOSE ARQ-REG-EXPORTACAO.

       IMPRIMIR-TOTAIS.
           DISPLAY "REGISTROS LIDOS          : " W-CONT-LIDOS.
           DISPLAY "PESSOAS EXPORTADAS       : " W-CONT-EXPORTADOS.
           IF  W-CPF-COMPLETO = "S"
               DISPLAY "CPF E CONTATOS SEM MASCARA"
           ELSE
               DISPLAY "CPF E CONTATOS MASCARADOS"
           END-IF.
           DISPLAY "PLANILHA EM " W-NOME-SAIDA.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           IF  W-CRIT-PROGRAMA NOT = SPACES
               CLOSE ARQ-INSCRICOES
           END-IF.
           CLOSE ARQ-EXPORTACAO.

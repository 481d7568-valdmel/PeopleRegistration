       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM116.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    VARREDURA DE INTEGRIDADE DOS ARQUIVOS-SATELITE CONTRA O
      *    ARQ-PESSOAS. O PGM36 CONFERE O ARQ-PESSOAS CONSIGO MESMO;
      *    ESTE BATCH PERCORRE DEPENDENTES, NOTAS, RENDA, INSCRICOES,
      *    CONSENTIMENTOS, RECADASTRAMENTO, SITUACAO FISCAL,
      *    BLOQUEIOS JUDICIAIS, PROTOCOLOS E APROVACOES E APONTA:
      *      - ORFAOS: REGISTRO CUJO CPF NAO EXISTE NO ARQ-PESSOAS
      *        (DISTINGUINDO O CPF QUE SO ESTA NO ARQUIVO MORTO,
      *        PESSOAS.HST, DO QUE NAO EXISTE EM LUGAR NENHUM);
      *      - ESTADOS CONTRADITORIOS: INSCRICAO ATIVA DE TITULAR
      *        FALECIDO, TRANSFERIDO OU ANONIMIZADO; CONSENTIMENTO
      *        CONCEDIDO, APROVACAO PENDENTE OU BLOQUEIO VIGENTE DE
      *        PESSOA ANONIMIZADA.
      *    O RESULTADO SAI EM INTEGRID.LST (CATALOGO PGM38) COM O
      *    RESUMO POR ARQUIVO. SATELITE AUSENTE NA INSTALACAO E
      *    ANOTADO NO RESUMO E PULADO.
      *    MODO R (RELATORIO) SO APONTA. MODO C (CORRECAO) EXIGE
      *    LOGIN E SENHA DE SUPERVISOR ATIVO NO CONSOLE E CORRIGE OS
      *    CASOS SEGUROS:
      *      - ORFAO DE PESSOA QUE ESTA NO MORTO: O SATELITE VAI PARA
      *        O MORTO CORRESPONDENTE (CPYSELHD/HN/HR/HI/HC/HF), COM A
      *        CHAVE DO ULTIMO ARQUIVAMENTO, COMO O PGM09 FAZ HOJE --
      *        O PGM41 PASSA A RESTAURA-LO JUNTO COM A PESSOA;
      *      - ORFAO SEM PESSOA EM LUGAR NENHUM: DEPENDENTES, NOTAS,
      *        RENDA, CONSENTIMENTOS, SITUACAO FISCAL E CONFIRMACOES
      *        DE RECADASTRAMENTO SAO EXCLUIDOS; INSCRICAO ATIVA E
      *        CANCELADA;
      *      - INSCRICAO ATIVA DE TITULAR FALECIDO, TRANSFERIDO OU
      *        ANONIMIZADO E CANCELADA; CONSENTIMENTO CONCEDIDO DE
      *        ANONIMIZADO E REVOGADO; APROVACAO PENDENTE DE
      *        ANONIMIZADO E REJEITADA EM NOME DO SUPERVISOR.
      *    BLOQUEIOS JUDICIAIS, PROTOCOLOS E APROVACOES SAO REGISTRO
      *    PERMANENTE E NUNCA SAO EXCLUIDOS: ORFAOS NELES E O
      *    BLOQUEIO DE ANONIMIZADO FICAM SO NO RELATORIO. CADA
      *    CORRECAO VAI PARA A TRILHA DE AUDITORIA (PGM05, OPERACAO
      *    "J").
      *    TAMBEM E O PASSO 8 (OPCIONAL) DO CICLO NOTURNO (PGM33):
      *    COM W-CICLO-AUTOMATICO = "S" NAO HA CONSOLE E O MODO E
      *    SEMPRE R.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELHS REPLACING STATUS-FIELD BY W-COD-ERRO-HST.

           COPY CPYSELOP REPLACING STATUS-FIELD BY W-COD-ERRO-OPE.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELNO REPLACING STATUS-FIELD BY W-COD-ERRO-NTA.

           COPY CPYSELRD REPLACING STATUS-FIELD BY W-COD-ERRO-RND.

           COPY CPYSELIB REPLACING STATUS-FIELD BY W-COD-ERRO-INS.

           COPY CPYSELCN REPLACING STATUS-FIELD BY W-COD-ERRO-CSN.

           COPY CPYSELRC REPLACING STATUS-FIELD BY W-COD-ERRO-REC.

           COPY CPYSELFS REPLACING STATUS-FIELD BY W-COD-ERRO-FIS.

           COPY CPYSELBJ REPLACING STATUS-FIELD BY W-COD-ERRO-BLQ.

           COPY CPYSELPT REPLACING STATUS-FIELD BY W-COD-ERRO-PRT.

           COPY CPYSELAP REPLACING STATUS-FIELD BY W-COD-ERRO-APR.

           COPY CPYSELHD REPLACING STATUS-FIELD BY W-COD-ERRO-HDP.

           COPY CPYSELHN REPLACING STATUS-FIELD BY W-COD-ERRO-HNT.

           COPY CPYSELHR REPLACING STATUS-FIELD BY W-COD-ERRO-HRD.

           COPY CPYSELHI REPLACING STATUS-FIELD BY W-COD-ERRO-HIN.

           COPY CPYSELHC REPLACING STATUS-FIELD BY W-COD-ERRO-HCN.

           COPY CPYSELHF REPLACING STATUS-FIELD BY W-COD-ERRO-HFS.

           SELECT REL-INTEGRIDADE ASSIGN TO "C:\TEMP\INTEGRID.LST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
       COPY CPYHIST.

       FD  ARQ-OPERADORES
           LABEL RECORD STANDARD.
       COPY CPYREGOP.

       FD  ARQ-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-NOTAS
           LABEL RECORD STANDARD.
       COPY CPYNOTA.

       FD  ARQ-RENDA
           LABEL RECORD STANDARD.
       COPY CPYRENDA.

       FD  ARQ-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYINSCB.

       FD  ARQ-CONSENT
           LABEL RECORD STANDARD.
       COPY CPYCONSE.

       FD  ARQ-RECAD
           LABEL RECORD STANDARD.
       COPY CPYRECAD.

       FD  ARQ-FISCSIT
           LABEL RECORD STANDARD.
       COPY CPYFISCS.

       FD  ARQ-BLOQUEIOS
           LABEL RECORD STANDARD.
       COPY CPYBLOQJ.

       FD  ARQ-PROTOCOLOS
           LABEL RECORD STANDARD.
       COPY CPYPROTO.

       FD  ARQ-APROVACOES
           LABEL RECORD STANDARD.
       COPY CPYAPROV.

       FD  ARQ-HIST-DEPENDENTES
           LABEL RECORD STANDARD.
       COPY CPYHSDEP.

       FD  ARQ-HIST-NOTAS
           LABEL RECORD STANDARD.
       COPY CPYHSNOT.

       FD  ARQ-HIST-RENDA
           LABEL RECORD STANDARD.
       COPY CPYHSRND.

       FD  ARQ-HIST-INSCRICOES
           LABEL RECORD STANDARD.
       COPY CPYHSINS.

       FD  ARQ-HIST-CONSENT
           LABEL RECORD STANDARD.
       COPY CPYHSCON.

       FD  ARQ-HIST-FISCSIT
           LABEL RECORD STANDARD.
       COPY CPYHSFIS.

       FD  REL-INTEGRIDADE
           LABEL RECORD STANDARD.
       01  REG-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-HST      PIC XX VALUE SPACES.
       01  W-COD-ERRO-OPE      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-NTA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-CSN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-FIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-BLQ      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-APR      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HDP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HNT      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HRD      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HIN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HCN      PIC XX VALUE SPACES.
       01  W-COD-ERRO-HFS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
      *    STATUS DA ULTIMA GRAVACAO/EXCLUSAO DE UMA CORRECAO.
       01  W-COD-ERRO-AJUSTE   PIC XX VALUE SPACES.

       01  W-MODO              PIC X  VALUE "R".
           88  MODO-RELATORIO      VALUE "R".
           88  MODO-CORRECAO       VALUE "C".
       01  W-OPERADOR          PIC X(8) VALUE SPACES.
       01  W-SENHA-DIGITADA    PIC X(8) VALUE SPACES.

      *    "S" = ARQUIVO AUSENTE NA INSTALACAO (OU MORTO INDISPONIVEL
      *    PARA RECEBER OS ORFAOS DE PESSOA ARQUIVADA).
       01  W-SEM-MORTO         PIC X  VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-SEM-NOTAS         PIC X  VALUE "N".
       01  W-SEM-RENDA         PIC X  VALUE "N".
       01  W-SEM-INSCRICOES    PIC X  VALUE "N".
       01  W-SEM-CONSENT       PIC X  VALUE "N".
       01  W-SEM-RECAD         PIC X  VALUE "N".
       01  W-SEM-FISCSIT       PIC X  VALUE "N".
       01  W-SEM-BLOQUEIOS     PIC X  VALUE "N".
       01  W-SEM-PROTOCOLOS    PIC X  VALUE "N".
       01  W-SEM-APROVACOES    PIC X  VALUE "N".
       01  W-SEM-HIST-DEP      PIC X  VALUE "S".
       01  W-SEM-HIST-NOT      PIC X  VALUE "S".
       01  W-SEM-HIST-RND      PIC X  VALUE "S".
       01  W-SEM-HIST-INS      PIC X  VALUE "S".
       01  W-SEM-HIST-CSN      PIC X  VALUE "S".
       01  W-SEM-HIST-FIS      PIC X  VALUE "S".
       01  W-FIM-SATELITE      PIC X  VALUE "N".
       01  W-FIM-MORTO         PIC X  VALUE "N".

      *    RESULTADO DA PROCURA DO CPF (PROCURAR-PESSOA). O ULTIMO
      *    CPF PROCURADO FICA GUARDADO: OS SATELITES VEM EM ORDEM DE
      *    CPF E O MESMO TITULAR COSTUMA APARECER VARIAS VEZES SEGUIDAS.
       01  W-CPF-PROCURADO     PIC X(11) VALUE SPACES.
       01  W-ULTIMO-CPF        PIC X(11) VALUE LOW-VALUES.
       01  W-PESSOA-EXISTE     PIC X  VALUE "N".
       01  W-NO-MORTO          PIC X  VALUE "N".
       01  W-DATA-MORTO        PIC X(8) VALUE SPACES.
       01  W-SITUACAO-PESSOA   PIC X  VALUE SPACE.
           88  SIT-FALECIDA        VALUE "F".
           88  SIT-TRANSFERIDA     VALUE "T".
           88  SIT-ANONIMIZADA     VALUE "X".
       01  W-CORRIGIR          PIC X  VALUE "N".

       01  W-REG-PESSOA        PIC X(202) VALUE SPACES.
       01  W-REG-ANTES         PIC X(202) VALUE SPACES.
       01  W-REG-DEPOIS        PIC X(202) VALUE SPACES.
       01  W-REG-EM-BRANCO     PIC X(202) VALUE SPACES.

      *    CONTAGENS POR ARQUIVO, NA ORDEM DA VARREDURA. W-ARQ-
      *    CORRIGIVEL = "N" MARCA OS REGISTROS PERMANENTES, QUE SO
      *    SAO APONTADOS.
       01  W-IDX-ARQ           PIC 9(2) VALUE ZEROS.
       01  W-TAB-ARQUIVOS.
           05  W-ARQ-ITEM OCCURS 10 TIMES.
               10  W-ARQ-NOME      PIC X(12).
               10  W-ARQ-CORRIGIVEL PIC X.
               10  W-ARQ-AUSENTE   PIC X.
               10  W-ARQ-LIDOS     PIC 9(7).
               10  W-ARQ-ORFAOS    PIC 9(6).
               10  W-ARQ-CONTRAD   PIC 9(6).
               10  W-ARQ-CORRIGIDOS PIC 9(6).
       01  W-CONT-ORFAOS       PIC 9(7) VALUE ZEROS.
       01  W-CONT-CONTRAD      PIC 9(7) VALUE ZEROS.
       01  W-CONT-CORRIGIDOS   PIC 9(7) VALUE ZEROS.
       01  W-CONT-ERROS        PIC 9(6) VALUE ZEROS.

       01  W-CONT-LINHA        PIC 99   VALUE ZEROS.
       01  W-CONT-PAGINA       PIC 9(4) VALUE ZEROS.
       01  W-MAX-LINHAS        PIC 99   VALUE 50.

       01  W-GERACAO-CAT       PIC 9(2) VALUE ZEROS.
       77  W-PROGRAMA-EMISSOR  PIC X(8) VALUE "PGM116".
       01  W-QTD-CATALOGO      PIC 9(9) VALUE ZEROS.
       01  W-NOME-SAIDA        PIC X(30)
           VALUE "C:\TEMP\INTEGRID.LST".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FORMATADA PIC x(10) VALUE SPACES.
       01 WS-HORA-SIST.
           05 WS-HH-SIST  PIC 99 VALUE 0.
           05 WS-MM-SIST  PIC 99 VALUE 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.
       01 WS-DATA-HORA-ATUAL PIC 9(14) VALUE 0.
       COPY CPYCICLO.

       01  W-CAB1.
           05  FILLER              PIC X(40)
               VALUE "INTEGRIDADE DOS ARQUIVOS-SATELITE".
           05  FILLER              PIC X(7)  VALUE "DATA : ".
           05  W-CAB1-DATA         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "PAGINA : ".
           05  W-CAB1-PAGINA       PIC ZZZ9.

       01  W-CAB1A.
           05  FILLER              PIC X(7)  VALUE "MODO : ".
           05  W-CAB1A-MODO        PIC X(10).
           05  FILLER              PIC X(12) VALUE "OPERADOR : ".
           05  W-CAB1A-OPERADOR    PIC X(8).

       01  W-CAB2.
           05  FILLER              PIC X(14) VALUE "ARQUIVO".
           05  FILLER              PIC X(13) VALUE "CPF".
           05  FILLER              PIC X(18) VALUE "CHAVE".
           05  FILLER              PIC X(46) VALUE "OCORRENCIA".
           05  FILLER              PIC X(24) VALUE "ACAO".

       01  W-DETALHE.
           05  WD-ARQUIVO          PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CPF              PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-CHAVE            PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-OCORRENCIA       PIC X(44).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WD-ACAO             PIC X(24).

       01  W-CAB-RESUMO.
           05  FILLER              PIC X(14) VALUE "ARQUIVO".
           05  FILLER              PIC X(10) VALUE "     LIDOS".
           05  FILLER              PIC X(10) VALUE "    ORFAOS".
           05  FILLER              PIC X(10) VALUE "  CONTRAD.".
           05  FILLER              PIC X(12) VALUE "  CORRIGIDOS".

       01  W-LINHA-RESUMO.
           05  WR-ARQUIVO          PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WR-LIDOS            PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WR-ORFAOS           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WR-CONTRAD          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WR-CORRIGIDOS       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WR-OBSERVACAO       PIC X(30).

       01  W-RODAPE.
           05  FILLER              PIC X(22)
               VALUE "TOTAL DE ORFAOS    : ".
           05  W-RODAPE-ORFAOS     PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(22)
               VALUE "   CONTRADICOES    : ".
           05  W-RODAPE-CONTRAD    PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(22)
               VALUE "   CORRIGIDOS      : ".
           05  W-RODAPE-CORRIGIDOS PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-RETORNO-PASSO
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
           MOVE WS-MES-SIST TO WS-DATA-FORMATADA(4:2)
           MOVE "/" TO WS-DATA-FORMATADA(6:1)
           MOVE WS-ANO-SIST TO WS-DATA-FORMATADA(7:4)

           PERFORM MONTAR-TABELA-ARQUIVOS.
           PERFORM RECEBER-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.

           PERFORM VARRER-DEPENDENTES.
           PERFORM VARRER-NOTAS.
           PERFORM VARRER-RENDA.
           PERFORM VARRER-INSCRICOES.
           PERFORM VARRER-CONSENT.
           PERFORM VARRER-RECAD.
           PERFORM VARRER-FISCSIT.
           PERFORM VARRER-BLOQUEIOS.
           PERFORM VARRER-PROTOCOLOS.
           PERFORM VARRER-APROVACOES.

           PERFORM IMPRIMIR-RESUMO.
           PERFORM REGISTRAR-CATALOGO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           GOBACK.

       MONTAR-TABELA-ARQUIVOS.
           MOVE "DEPENDENTES"  TO W-ARQ-NOME (1)
           MOVE "NOTAS"        TO W-ARQ-NOME (2)
           MOVE "RENDA"        TO W-ARQ-NOME (3)
           MOVE "INSCRICOES"   TO W-ARQ-NOME (4)
           MOVE "CONSENTIMENT" TO W-ARQ-NOME (5)
           MOVE "RECADASTRO"   TO W-ARQ-NOME (6)
           MOVE "SIT.FISCAL"   TO W-ARQ-NOME (7)
           MOVE "BLOQ.JUDIC."  TO W-ARQ-NOME (8)
           MOVE "PROTOCOLOS"   TO W-ARQ-NOME (9)
           MOVE "APROVACOES"   TO W-ARQ-NOME (10)
           PERFORM ZERAR-ARQUIVO
                   VARYING W-IDX-ARQ FROM 1 BY 1
                   UNTIL W-IDX-ARQ > 10
           MOVE "N" TO W-ARQ-CORRIGIVEL (8)
           MOVE "N" TO W-ARQ-CORRIGIVEL (9)
           MOVE "N" TO W-ARQ-CORRIGIVEL (10).

       ZERAR-ARQUIVO.
           MOVE "S"   TO W-ARQ-CORRIGIVEL (W-IDX-ARQ)
           MOVE "N"   TO W-ARQ-AUSENTE (W-IDX-ARQ)
           MOVE ZEROS TO W-ARQ-LIDOS (W-IDX-ARQ)
                         W-ARQ-ORFAOS (W-IDX-ARQ)
                         W-ARQ-CONTRAD (W-IDX-ARQ)
                         W-ARQ-CORRIGIDOS (W-IDX-ARQ).

      *    NO CICLO NAO HA CONSOLE: SO RELATORIO, EM NOME DO BATCH.
      *    AVULSO, O MODO C SO VALE PARA SUPERVISOR ATIVO, NAO
      *    BLOQUEADO E COM A SENHA CONFERIDA; QUALQUER OUTRA COISA
      *    CAI PARA O MODO R.
       RECEBER-PARAMETROS.
           MOVE "R" TO W-MODO
           IF  W-CICLO-AUTOMATICO = "S"
               MOVE "BATCH" TO W-OPERADOR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERADOR RESPONSAVEL PELA VARREDURA: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE
           DISPLAY "MODO (R=SO RELATORIO C=CORRIGIR, PADRAO R): "
               WITH NO ADVANCING
           ACCEPT W-MODO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE (W-MODO) TO W-MODO
           IF  NOT MODO-CORRECAO
               MOVE "R" TO W-MODO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SENHA DO SUPERVISOR: " WITH NO ADVANCING
           ACCEPT W-SENHA-DIGITADA FROM CONSOLE
           PERFORM CONFERIR-SUPERVISOR.

       CONFERIR-SUPERVISOR.
           OPEN INPUT ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT: " W-COD-ERRO-OPE
                       " - VARREDURA SO EM MODO RELATORIO"
               MOVE "R" TO W-MODO
               EXIT PARAGRAPH
           END-IF
           MOVE W-OPERADOR TO OPE-LOGIN
           READ ARQ-OPERADORES
           IF  W-COD-ERRO-OPE NOT = "00"
            OR OPE-SENHA NOT = W-SENHA-DIGITADA
            OR NOT OPERADOR-ATIVO
            OR OPERADOR-BLOQUEADO
            OR OPE-PERM-SUPERVISOR NOT = "S"
               DISPLAY "CORRECAO SO COM LOGIN E SENHA DE SUPERVISOR "
                       "ATIVO - VARREDURA SO EM MODO RELATORIO"
               MOVE "R" TO W-MODO
           END-IF
           CLOSE ARQ-OPERADORES.

      *    ERROS DE ABERTURA SINALIZAM W-RETORNO-PASSO = 8 E DEVOLVEM
      *    O CONTROLE (VER PGM07); O CONDUTOR DO CICLO (PGM33) PARA A
      *    CORRENTE NESSE CASO.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQ-PESSOAS: " W-COD-ERRO
               MOVE 8 TO W-RETORNO-PASSO
               GOBACK
           END-IF.

           OPEN OUTPUT REL-INTEGRIDADE.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR INTEGRID.LST: " W-COD-ERRO-REL
               CLOSE ARQ-PESSOAS
               MOVE 8 TO W-RETORNO-PASSO
               GOBACK
           END-IF.

      *    SEM O MORTO NENHUM ORFAO E RECONHECIDO COMO ARQUIVADO.
           OPEN INPUT ARQ-HISTORICO.
           IF  W-COD-ERRO-HST NOT = "00"
               MOVE "S" TO W-SEM-MORTO
           END-IF.

           PERFORM ABRIR-SATELITES.
           IF  MODO-CORRECAO
               PERFORM ABRIR-HIST-SATELITES
           END-IF.

      *    NO MODO C OS SATELITES CORRIGIVEIS SAO ABERTOS EM I-O; OS
      *    REGISTROS PERMANENTES SO SAO LIDOS (A APROVACAO PENDENTE
      *    DE ANONIMIZADO E A UNICA REGRAVACAO NELES).
       ABRIR-SATELITES.
           IF  MODO-CORRECAO
               OPEN I-O ARQ-DEPENDENTES
           ELSE
               OPEN INPUT ARQ-DEPENDENTES
           END-IF
           IF  W-COD-ERRO-DEP NOT = "00"
               MOVE "S" TO W-SEM-DEPENDENTES W-ARQ-AUSENTE (1)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-NOTAS
           ELSE
               OPEN INPUT ARQ-NOTAS
           END-IF
           IF  W-COD-ERRO-NTA NOT = "00"
               MOVE "S" TO W-SEM-NOTAS W-ARQ-AUSENTE (2)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-RENDA
           ELSE
               OPEN INPUT ARQ-RENDA
           END-IF
           IF  W-COD-ERRO-RND NOT = "00"
               MOVE "S" TO W-SEM-RENDA W-ARQ-AUSENTE (3)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-INSCRICOES
           ELSE
               OPEN INPUT ARQ-INSCRICOES
           END-IF
           IF  W-COD-ERRO-INS NOT = "00"
               MOVE "S" TO W-SEM-INSCRICOES W-ARQ-AUSENTE (4)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-CONSENT
           ELSE
               OPEN INPUT ARQ-CONSENT
           END-IF
           IF  W-COD-ERRO-CSN NOT = "00"
               MOVE "S" TO W-SEM-CONSENT W-ARQ-AUSENTE (5)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-RECAD
           ELSE
               OPEN INPUT ARQ-RECAD
           END-IF
           IF  W-COD-ERRO-REC NOT = "00"
               MOVE "S" TO W-SEM-RECAD W-ARQ-AUSENTE (6)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-FISCSIT
           ELSE
               OPEN INPUT ARQ-FISCSIT
           END-IF
           IF  W-COD-ERRO-FIS NOT = "00"
               MOVE "S" TO W-SEM-FISCSIT W-ARQ-AUSENTE (7)
           END-IF

           OPEN INPUT ARQ-BLOQUEIOS
           IF  W-COD-ERRO-BLQ NOT = "00"
               MOVE "S" TO W-SEM-BLOQUEIOS W-ARQ-AUSENTE (8)
           END-IF

           OPEN INPUT ARQ-PROTOCOLOS
           IF  W-COD-ERRO-PRT NOT = "00"
               MOVE "S" TO W-SEM-PROTOCOLOS W-ARQ-AUSENTE (9)
           END-IF

           IF  MODO-CORRECAO
               OPEN I-O ARQ-APROVACOES
           ELSE
               OPEN INPUT ARQ-APROVACOES
           END-IF
           IF  W-COD-ERRO-APR NOT = "00"
               MOVE "S" TO W-SEM-APROVACOES W-ARQ-AUSENTE (10)
           END-IF.

      *    MORTOS DOS SATELITES (MESMA ABERTURA DO PGM09: I-O, E
      *    OUTPUT NA PRIMEIRA VEZ). UM MORTO QUE NAO ABRE SO IMPEDE
      *    A MUDANCA DOS ORFAOS DE PESSOA ARQUIVADA, QUE FICAM NO
      *    RELATORIO.
       ABRIR-HIST-SATELITES.
           IF  W-SEM-DEPENDENTES NOT = "S"
               OPEN I-O ARQ-HIST-DEPENDENTES
               IF  W-COD-ERRO-HDP = "35"
                   OPEN OUTPUT ARQ-HIST-DEPENDENTES
               END-IF
               IF  W-COD-ERRO-HDP = "00"
                   MOVE "N" TO W-SEM-HIST-DEP
               END-IF
           END-IF

           IF  W-SEM-NOTAS NOT = "S"
               OPEN I-O ARQ-HIST-NOTAS
               IF  W-COD-ERRO-HNT = "35"
                   OPEN OUTPUT ARQ-HIST-NOTAS
               END-IF
               IF  W-COD-ERRO-HNT = "00"
                   MOVE "N" TO W-SEM-HIST-NOT
               END-IF
           END-IF

           IF  W-SEM-RENDA NOT = "S"
               OPEN I-O ARQ-HIST-RENDA
               IF  W-COD-ERRO-HRD = "35"
                   OPEN OUTPUT ARQ-HIST-RENDA
               END-IF
               IF  W-COD-ERRO-HRD = "00"
                   MOVE "N" TO W-SEM-HIST-RND
               END-IF
           END-IF

           IF  W-SEM-INSCRICOES NOT = "S"
               OPEN I-O ARQ-HIST-INSCRICOES
               IF  W-COD-ERRO-HIN = "35"
                   OPEN OUTPUT ARQ-HIST-INSCRICOES
               END-IF
               IF  W-COD-ERRO-HIN = "00"
                   MOVE "N" TO W-SEM-HIST-INS
               END-IF
           END-IF

           IF  W-SEM-CONSENT NOT = "S"
               OPEN I-O ARQ-HIST-CONSENT
               IF  W-COD-ERRO-HCN = "35"
                   OPEN OUTPUT ARQ-HIST-CONSENT
               END-IF
               IF  W-COD-ERRO-HCN = "00"
                   MOVE "N" TO W-SEM-HIST-CSN
               END-IF
           END-IF

           IF  W-SEM-FISCSIT NOT = "S"
               OPEN I-O ARQ-HIST-FISCSIT
               IF  W-COD-ERRO-HFS = "35"
                   OPEN OUTPUT ARQ-HIST-FISCSIT
               END-IF
               IF  W-COD-ERRO-HFS = "00"
                   MOVE "N" TO W-SEM-HIST-FIS
               END-IF
           END-IF.

      *    ----------------------------------------------------------
      *    PROCURA DO CPF: NO ARQ-PESSOAS E, SE NAO ESTIVER LA, NO
      *    MORTO (A ULTIMA DATA DE ARQUIVAMENTO E A QUE VALE, POIS O
      *    MESMO CPF PODE TER SIDO ARQUIVADO, RESTAURADO E ARQUIVADO
      *    DE NOVO).
      *    ----------------------------------------------------------
       PROCURAR-PESSOA.
           IF  W-CPF-PROCURADO = W-ULTIMO-CPF
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-PROCURADO TO W-ULTIMO-CPF
           MOVE "N"    TO W-PESSOA-EXISTE W-NO-MORTO
           MOVE SPACES TO W-DATA-MORTO W-SITUACAO-PESSOA
           MOVE W-CPF-PROCURADO TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO = "00"
               MOVE "S"          TO W-PESSOA-EXISTE
               MOVE SITUACAO     TO W-SITUACAO-PESSOA
               MOVE REG-PESSOAS  TO W-REG-PESSOA
               EXIT PARAGRAPH
           END-IF
           IF  W-SEM-MORTO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"             TO W-FIM-MORTO
           MOVE W-CPF-PROCURADO TO HIST-CPF
           MOVE LOW-VALUES      TO HIST-DATA-EXCLUSAO
           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-MORTO
           END-START
           PERFORM LER-MORTO UNTIL W-FIM-MORTO = "S".

       LER-MORTO.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-MORTO
           END-READ
           IF  W-FIM-MORTO NOT = "S"
               IF  HIST-CPF = W-CPF-PROCURADO
                   MOVE "S"                TO W-NO-MORTO
                   MOVE HIST-DATA-EXCLUSAO TO W-DATA-MORTO
               ELSE
                   MOVE "S" TO W-FIM-MORTO
               END-IF
           END-IF.

      *    ORFAO: APONTA E DECIDE SE HA CORRECAO (W-CORRIGIR = "S").
      *    O PARAGRAFO DO ARQUIVO FAZ A CORRECAO E AJUSTA WD-ACAO.
       APONTAR-ORFAO.
           ADD 1 TO W-ARQ-ORFAOS (W-IDX-ARQ)
           ADD 1 TO W-CONT-ORFAOS
           IF  W-NO-MORTO = "S"
               MOVE "CPF SO NO ARQUIVO MORTO (PESSOAS.HST)"
                    TO WD-OCORRENCIA
           ELSE
               MOVE "CPF INEXISTENTE NO ARQ-PESSOAS"
                    TO WD-OCORRENCIA
           END-IF
           MOVE "SO RELATORIO" TO WD-ACAO
           MOVE "N" TO W-CORRIGIR
           IF  MODO-CORRECAO
            AND W-ARQ-CORRIGIVEL (W-IDX-ARQ) = "S"
               MOVE "S" TO W-CORRIGIR
           END-IF.

       APONTAR-CONTRADICAO.
           ADD 1 TO W-ARQ-CONTRAD (W-IDX-ARQ)
           ADD 1 TO W-CONT-CONTRAD
           MOVE "SO RELATORIO" TO WD-ACAO
           MOVE "N" TO W-CORRIGIR
           IF  MODO-CORRECAO
               MOVE "S" TO W-CORRIGIR
           END-IF.

      *    FECHAMENTO DE UMA CORRECAO: COM STATUS "00" CONTA E GRAVA
      *    NA TRILHA (W-REG-ANTES/W-REG-DEPOIS PREPARADOS PELO
      *    PARAGRAFO DO ARQUIVO); SENAO A ACAO VIRA O ERRO.
       CONCLUIR-CORRECAO.
           IF  W-COD-ERRO-AJUSTE = "00"
               ADD 1 TO W-ARQ-CORRIGIDOS (W-IDX-ARQ)
               ADD 1 TO W-CONT-CORRIGIDOS
               CALL "PGM05" USING "J" W-CPF-PROCURADO W-OPERADOR
                                  W-REG-ANTES W-REG-DEPOIS
           ELSE
               MOVE SPACES TO WD-ACAO
               STRING "ERRO NA CORRECAO - ST " W-COD-ERRO-AJUSTE
                   DELIMITED BY SIZE INTO WD-ACAO
               ADD 1 TO W-CONT-ERROS
           END-IF.

      *    ORFAO EXCLUIDO OU MOVIDO PARA O MORTO: ANTES = IMAGEM DO
      *    SATELITE, DEPOIS EM BRANCO. ESTADO CORRIGIDO DE PESSOA QUE
      *    EXISTE: O REGISTRO DA PESSOA NOS DOIS LADOS (NAO MUDA).
       PREPARAR-TRILHA-PESSOA.
           MOVE W-REG-PESSOA TO W-REG-ANTES W-REG-DEPOIS.

       CARIMBAR-DATA-HORA.
           ACCEPT WS-HORA-SIST FROM TIME
           COMPUTE WS-DATA-HORA-ATUAL =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +
                   WS-DIA-SIST * 1000000     +
                   WS-HH-SIST  * 10000       +
                   WS-MM-SIST  * 100         +
                   WS-SS-SIST.

      *    ----------------------------------------------------------
      *    1 - DEPENDENTES
      *    ----------------------------------------------------------
       VARRER-DEPENDENTES.
           MOVE 1 TO W-IDX-ARQ
           IF  W-SEM-DEPENDENTES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-DEPENDENTE
           PERFORM CONFERIR-DEPENDENTE UNTIL W-FIM-SATELITE = "S".

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-DEPENDENTE.
           MOVE DEP-CPF-TITULAR TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           IF  W-PESSOA-EXISTE NOT = "S"
               MOVE SPACES TO WD-CHAVE
               STRING "SEQ " DEP-SEQUENCIA
                   DELIMITED BY SIZE INTO WD-CHAVE
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-DEPENDENTE
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-DEPENDENTE.

       CORRIGIR-DEPENDENTE.
           MOVE REG-DEPENDENTES TO W-REG-ANTES
           MOVE SPACES          TO W-REG-DEPOIS
           IF  W-NO-MORTO = "S"
               IF  W-SEM-HIST-DEP = "S"
                   MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPF-PROCURADO TO HDP-CPF
               MOVE W-DATA-MORTO    TO HDP-DATA-EXCLUSAO
               MOVE DEP-SEQUENCIA   TO HDP-SEQUENCIA
               MOVE REG-DEPENDENTES TO HDP-REGISTRO
               WRITE REG-HIST-DEPENDENTES
               MOVE W-COD-ERRO-HDP TO W-COD-ERRO-AJUSTE
               MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           ELSE
               MOVE "00" TO W-COD-ERRO-AJUSTE
               MOVE "EXCLUIDO" TO WD-ACAO
           END-IF
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-DEPENDENTES
               MOVE W-COD-ERRO-DEP TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    2 - NOTAS
      *    ----------------------------------------------------------
       VARRER-NOTAS.
           MOVE 2 TO W-IDX-ARQ
           IF  W-SEM-NOTAS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-NOTA
           PERFORM CONFERIR-NOTA UNTIL W-FIM-SATELITE = "S".

       LER-NOTA.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-NOTA.
           MOVE NTA-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           IF  W-PESSOA-EXISTE NOT = "S"
               MOVE NTA-DATA-HORA TO WD-CHAVE
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-NOTA
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-NOTA.

       CORRIGIR-NOTA.
           MOVE REG-NOTAS TO W-REG-ANTES
           MOVE SPACES    TO W-REG-DEPOIS
           IF  W-NO-MORTO = "S"
               IF  W-SEM-HIST-NOT = "S"
                   MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPF-PROCURADO TO HNT-CPF
               MOVE W-DATA-MORTO    TO HNT-DATA-EXCLUSAO
               MOVE NTA-DATA-HORA   TO HNT-DATA-HORA
               MOVE REG-NOTAS       TO HNT-REGISTRO
               WRITE REG-HIST-NOTAS
               MOVE W-COD-ERRO-HNT TO W-COD-ERRO-AJUSTE
               MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           ELSE
               MOVE "00" TO W-COD-ERRO-AJUSTE
               MOVE "EXCLUIDO" TO WD-ACAO
           END-IF
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-NOTAS
               MOVE W-COD-ERRO-NTA TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    3 - RENDA DOMICILIAR
      *    ----------------------------------------------------------
       VARRER-RENDA.
           MOVE 3 TO W-IDX-ARQ
           IF  W-SEM-RENDA = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-RENDA
           PERFORM CONFERIR-RENDA UNTIL W-FIM-SATELITE = "S".

       LER-RENDA.
           READ ARQ-RENDA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-RENDA.
           MOVE RND-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           IF  W-PESSOA-EXISTE NOT = "S"
               MOVE SPACES TO WD-CHAVE
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-RENDA
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-RENDA.

       CORRIGIR-RENDA.
           MOVE REG-RENDA TO W-REG-ANTES
           MOVE SPACES    TO W-REG-DEPOIS
           IF  W-NO-MORTO = "S"
               IF  W-SEM-HIST-RND = "S"
                   MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPF-PROCURADO TO HRD-CPF
               MOVE W-DATA-MORTO    TO HRD-DATA-EXCLUSAO
               MOVE REG-RENDA       TO HRD-REGISTRO
               WRITE REG-HIST-RENDA
               MOVE W-COD-ERRO-HRD TO W-COD-ERRO-AJUSTE
               MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           ELSE
               MOVE "00" TO W-COD-ERRO-AJUSTE
               MOVE "EXCLUIDO" TO WD-ACAO
           END-IF
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-RENDA
               MOVE W-COD-ERRO-RND TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    4 - INSCRICOES EM PROGRAMAS DE BENEFICIO. ORFA DE PESSOA
      *    ARQUIVADA VAI PARA O MORTO; ORFA SEM PESSOA NENHUMA NAO E
      *    APAGADA (TEM HISTORICO DE PAGAMENTO), SO CANCELADA SE
      *    AINDA ESTIVER ATIVA.
      *    ----------------------------------------------------------
       VARRER-INSCRICOES.
           MOVE 4 TO W-IDX-ARQ
           IF  W-SEM-INSCRICOES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-INSCRICAO
           PERFORM CONFERIR-INSCRICAO UNTIL W-FIM-SATELITE = "S".

       LER-INSCRICAO.
           READ ARQ-INSCRICOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-INSCRICAO.
           MOVE INS-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           MOVE SPACES TO WD-CHAVE
           STRING "PROGRAMA " INS-PROGRAMA
               DELIMITED BY SIZE INTO WD-CHAVE
           IF  W-PESSOA-EXISTE NOT = "S"
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-INSCRICAO-ORFA
               END-IF
               PERFORM IMPRIMIR-DETALHE
           ELSE
               IF  INS-ATIVA
                AND (SIT-FALECIDA OR SIT-TRANSFERIDA
                     OR SIT-ANONIMIZADA)
                   EVALUATE TRUE
                       WHEN SIT-FALECIDA
                           MOVE "INSCRICAO ATIVA DE TITULAR FALECIDO"
                                TO WD-OCORRENCIA
                       WHEN SIT-TRANSFERIDA
                           MOVE
                           "INSCRICAO ATIVA DE TITULAR TRANSFERIDO"
                                TO WD-OCORRENCIA
                       WHEN OTHER
                           MOVE
                           "INSCRICAO ATIVA DE TITULAR ANONIMIZADO"
                                TO WD-OCORRENCIA
                   END-EVALUATE
                   PERFORM APONTAR-CONTRADICAO
                   IF  W-CORRIGIR = "S"
                       PERFORM PREPARAR-TRILHA-PESSOA
                       PERFORM CANCELAR-INSCRICAO
                   END-IF
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-INSCRICAO.

       CORRIGIR-INSCRICAO-ORFA.
           MOVE REG-INSCRICOES TO W-REG-ANTES
           MOVE SPACES         TO W-REG-DEPOIS
           IF  W-NO-MORTO NOT = "S"
               IF  INS-ATIVA
                   PERFORM CANCELAR-INSCRICAO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF  W-SEM-HIST-INS = "S"
               MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
               EXIT PARAGRAPH
           END-IF
           MOVE W-CPF-PROCURADO TO HIN-CPF
           MOVE W-DATA-MORTO    TO HIN-DATA-EXCLUSAO
           MOVE INS-PROGRAMA    TO HIN-PROGRAMA
           MOVE REG-INSCRICOES  TO HIN-REGISTRO
           WRITE REG-HIST-INSCRICOES
           MOVE W-COD-ERRO-HIN TO W-COD-ERRO-AJUSTE
           MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-INSCRICOES
               MOVE W-COD-ERRO-INS TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

       CANCELAR-INSCRICAO.
           MOVE "C" TO INS-SITUACAO
           REWRITE REG-INSCRICOES
           MOVE W-COD-ERRO-INS TO W-COD-ERRO-AJUSTE
           MOVE "INSCRICAO CANCELADA" TO WD-ACAO
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    5 - CONSENTIMENTOS DE CONTATO
      *    ----------------------------------------------------------
       VARRER-CONSENT.
           MOVE 5 TO W-IDX-ARQ
           IF  W-SEM-CONSENT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-CONSENT
           PERFORM CONFERIR-CONSENT UNTIL W-FIM-SATELITE = "S".

       LER-CONSENT.
           READ ARQ-CONSENT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-CONSENT.
           MOVE CSN-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           MOVE SPACES TO WD-CHAVE
           STRING "CANAL " CSN-CANAL
               DELIMITED BY SIZE INTO WD-CHAVE
           IF  W-PESSOA-EXISTE NOT = "S"
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-CONSENT
               END-IF
               PERFORM IMPRIMIR-DETALHE
           ELSE
               IF  CSN-CONCEDIDO AND SIT-ANONIMIZADA
                   MOVE "CONSENTIMENTO CONCEDIDO DE ANONIMIZADO"
                        TO WD-OCORRENCIA
                   PERFORM APONTAR-CONTRADICAO
                   IF  W-CORRIGIR = "S"
                       PERFORM PREPARAR-TRILHA-PESSOA
                       MOVE "V"             TO CSN-SITUACAO
                       MOVE WS-DATA-SIST-NUM TO CSN-DATA
                       MOVE W-OPERADOR      TO CSN-OPERADOR
                       REWRITE REG-CONSENT
                       MOVE W-COD-ERRO-CSN TO W-COD-ERRO-AJUSTE
                       MOVE "CONSENTIMENTO REVOGADO" TO WD-ACAO
                       PERFORM CONCLUIR-CORRECAO
                   END-IF
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-CONSENT.

       CORRIGIR-CONSENT.
           MOVE REG-CONSENT TO W-REG-ANTES
           MOVE SPACES      TO W-REG-DEPOIS
           IF  W-NO-MORTO = "S"
               IF  W-SEM-HIST-CSN = "S"
                   MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPF-PROCURADO TO HCN-CPF
               MOVE W-DATA-MORTO    TO HCN-DATA-EXCLUSAO
               MOVE CSN-CANAL       TO HCN-CANAL
               MOVE REG-CONSENT     TO HCN-REGISTRO
               WRITE REG-HIST-CONSENT
               MOVE W-COD-ERRO-HCN TO W-COD-ERRO-AJUSTE
               MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           ELSE
               MOVE "00" TO W-COD-ERRO-AJUSTE
               MOVE "EXCLUIDO" TO WD-ACAO
           END-IF
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-CONSENT
               MOVE W-COD-ERRO-CSN TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    6 - CONFIRMACOES DE RECADASTRAMENTO. NAO HA MORTO PARA
      *    ELAS (A CONFIRMACAO JA ESTA NA TRILHA, OPERACAO "C"): A
      *    ORFA E SIMPLESMENTE EXCLUIDA.
      *    ----------------------------------------------------------
       VARRER-RECAD.
           MOVE 6 TO W-IDX-ARQ
           IF  W-SEM-RECAD = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-RECAD
           PERFORM CONFERIR-RECAD UNTIL W-FIM-SATELITE = "S".

       LER-RECAD.
           READ ARQ-RECAD NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-RECAD.
           MOVE REC-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           IF  W-PESSOA-EXISTE NOT = "S"
               MOVE SPACES TO WD-CHAVE
               STRING "CAMPANHA " REC-CAMPANHA
                   DELIMITED BY SIZE INTO WD-CHAVE
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   MOVE REG-RECAD TO W-REG-ANTES
                   MOVE SPACES    TO W-REG-DEPOIS
                   DELETE ARQ-RECAD
                   MOVE W-COD-ERRO-REC TO W-COD-ERRO-AJUSTE
                   MOVE "EXCLUIDO" TO WD-ACAO
                   PERFORM CONCLUIR-CORRECAO
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-RECAD.

      *    ----------------------------------------------------------
      *    7 - SITUACAO FISCAL
      *    ----------------------------------------------------------
       VARRER-FISCSIT.
           MOVE 7 TO W-IDX-ARQ
           IF  W-SEM-FISCSIT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-FISCSIT
           PERFORM CONFERIR-FISCSIT UNTIL W-FIM-SATELITE = "S".

       LER-FISCSIT.
           READ ARQ-FISCSIT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-FISCSIT.
           MOVE FIS-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           IF  W-PESSOA-EXISTE NOT = "S"
               MOVE SPACES TO WD-CHAVE
               PERFORM APONTAR-ORFAO
               IF  W-CORRIGIR = "S"
                   PERFORM CORRIGIR-FISCSIT
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-FISCSIT.

       CORRIGIR-FISCSIT.
           MOVE REG-FISCSIT TO W-REG-ANTES
           MOVE SPACES      TO W-REG-DEPOIS
           IF  W-NO-MORTO = "S"
               IF  W-SEM-HIST-FIS = "S"
                   MOVE "SO RELATORIO (SEM MORTO)" TO WD-ACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPF-PROCURADO TO HFS-CPF
               MOVE W-DATA-MORTO    TO HFS-DATA-EXCLUSAO
               MOVE REG-FISCSIT     TO HFS-REGISTRO
               WRITE REG-HIST-FISCSIT
               MOVE W-COD-ERRO-HFS TO W-COD-ERRO-AJUSTE
               MOVE "MOVIDO PARA O MORTO" TO WD-ACAO
           ELSE
               MOVE "00" TO W-COD-ERRO-AJUSTE
               MOVE "EXCLUIDO" TO WD-ACAO
           END-IF
           IF  W-COD-ERRO-AJUSTE = "00"
               DELETE ARQ-FISCSIT
               MOVE W-COD-ERRO-FIS TO W-COD-ERRO-AJUSTE
           END-IF
           PERFORM CONCLUIR-CORRECAO.

      *    ----------------------------------------------------------
      *    8 - BLOQUEIOS JUDICIAIS (SO RELATORIO: ORDEM JUDICIAL NAO
      *    E MEXIDA POR VARREDURA; QUEM LEVANTA E O PGM56)
      *    ----------------------------------------------------------
       VARRER-BLOQUEIOS.
           MOVE 8 TO W-IDX-ARQ
           IF  W-SEM-BLOQUEIOS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-BLOQUEIO
           PERFORM CONFERIR-BLOQUEIO UNTIL W-FIM-SATELITE = "S".

       LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-BLOQUEIO.
           MOVE BLQ-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           MOVE BLQ-NUM-ORDEM TO WD-CHAVE
           IF  W-PESSOA-EXISTE NOT = "S"
               PERFORM APONTAR-ORFAO
               PERFORM IMPRIMIR-DETALHE
           ELSE
               IF  BLQ-VIGENTE AND SIT-ANONIMIZADA
                   MOVE "BLOQUEIO VIGENTE DE PESSOA ANONIMIZADA"
                        TO WD-OCORRENCIA
                   PERFORM APONTAR-CONTRADICAO
                   MOVE "SO RELATORIO" TO WD-ACAO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-BLOQUEIO.

      *    ----------------------------------------------------------
      *    9 - PROTOCOLOS DE ATENDIMENTO (SO RELATORIO). PROTOCOLO
      *    SEM CPF (ATENDIMENTO SEM CADASTRO) NAO E ORFAO.
      *    ----------------------------------------------------------
       VARRER-PROTOCOLOS.
           MOVE 9 TO W-IDX-ARQ
           IF  W-SEM-PROTOCOLOS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-PROTOCOLO
           PERFORM CONFERIR-PROTOCOLO UNTIL W-FIM-SATELITE = "S".

       LER-PROTOCOLO.
           READ ARQ-PROTOCOLOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-PROTOCOLO.
           IF  PRT-CPF NOT = SPACES
               MOVE PRT-CPF TO W-CPF-PROCURADO
               PERFORM PROCURAR-PESSOA
               IF  W-PESSOA-EXISTE NOT = "S"
                   MOVE SPACES TO WD-CHAVE
                   STRING "PROT " PRT-NUMERO " " PRT-OPERACAO
                       DELIMITED BY SIZE INTO WD-CHAVE
                   PERFORM APONTAR-ORFAO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-PROTOCOLO.

      *    ----------------------------------------------------------
      *    10 - FILA DE APROVACAO. ORFAOS SO NO RELATORIO; PENDENTE
      *    DE PESSOA JA ANONIMIZADA NAO TEM MAIS O QUE EFETIVAR E E
      *    REJEITADA EM NOME DO SUPERVISOR (O REGISTRO FICA).
      *    ----------------------------------------------------------
       VARRER-APROVACOES.
           MOVE 10 TO W-IDX-ARQ
           IF  W-SEM-APROVACOES = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-SATELITE
           PERFORM LER-APROVACAO
           PERFORM CONFERIR-APROVACAO UNTIL W-FIM-SATELITE = "S".

       LER-APROVACAO.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SATELITE
           END-READ
           IF  W-FIM-SATELITE NOT = "S"
               ADD 1 TO W-ARQ-LIDOS (W-IDX-ARQ)
           END-IF.

       CONFERIR-APROVACAO.
           MOVE APR-CPF TO W-CPF-PROCURADO
           PERFORM PROCURAR-PESSOA
           MOVE SPACES TO WD-CHAVE
           STRING APR-DATA-HORA " " APR-OPERACAO
               DELIMITED BY SIZE INTO WD-CHAVE
           IF  W-PESSOA-EXISTE NOT = "S"
               PERFORM APONTAR-ORFAO
               PERFORM IMPRIMIR-DETALHE
           ELSE
               IF  APR-PENDENTE AND SIT-ANONIMIZADA
                   MOVE "APROVACAO PENDENTE DE PESSOA ANONIMIZADA"
                        TO WD-OCORRENCIA
                   PERFORM APONTAR-CONTRADICAO
                   IF  W-CORRIGIR = "S"
                       PERFORM PREPARAR-TRILHA-PESSOA
                       PERFORM CARIMBAR-DATA-HORA
                       MOVE "R"                TO APR-SITUACAO
                       MOVE W-OPERADOR         TO APR-APROVADOR
                       MOVE WS-DATA-HORA-ATUAL TO APR-DATA-DECISAO
                       REWRITE REG-APROVACOES
                       MOVE W-COD-ERRO-APR TO W-COD-ERRO-AJUSTE
                       MOVE "SOLICITACAO REJEITADA" TO WD-ACAO
                       PERFORM CONCLUIR-CORRECAO
                   END-IF
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF
           PERFORM LER-APROVACAO.

      *    ----------------------------------------------------------
      *    RELATORIO
      *    ----------------------------------------------------------
       IMPRIMIR-DETALHE.
           IF  W-CONT-LINHA > W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE W-ARQ-NOME (W-IDX-ARQ) TO WD-ARQUIVO
           MOVE W-CPF-PROCURADO        TO WD-CPF
           WRITE REG-REL FROM W-DETALHE AFTER ADVANCING 1 LINE
           ADD 1 TO W-CONT-LINHA.

       IMPRIMIR-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA     TO W-CAB1-PAGINA.
           MOVE WS-DATA-FORMATADA TO W-CAB1-DATA.
           IF  MODO-CORRECAO
               MOVE "CORRECAO"  TO W-CAB1A-MODO
           ELSE
               MOVE "RELATORIO" TO W-CAB1A-MODO
           END-IF.
           MOVE W-OPERADOR        TO W-CAB1A-OPERADOR.

           IF  W-CONT-PAGINA = 1
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM W-CAB1 AFTER ADVANCING PAGE
           END-IF.
           WRITE REG-REL FROM W-CAB1A AFTER ADVANCING 1 LINE.

           WRITE REG-REL FROM W-CAB2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO W-CONT-LINHA.

       IMPRIMIR-RESUMO.
           IF  W-CONT-LINHA > W-MAX-LINHAS - 14
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           WRITE REG-REL FROM W-CAB-RESUMO AFTER ADVANCING 3 LINES.
           PERFORM IMPRIMIR-LINHA-RESUMO
                   VARYING W-IDX-ARQ FROM 1 BY 1
                   UNTIL W-IDX-ARQ > 10.
           MOVE W-CONT-ORFAOS     TO W-RODAPE-ORFAOS.
           MOVE W-CONT-CONTRAD    TO W-RODAPE-CONTRAD.
           MOVE W-CONT-CORRIGIDOS TO W-RODAPE-CORRIGIDOS.
           WRITE REG-REL FROM W-RODAPE AFTER ADVANCING 2 LINES.

       IMPRIMIR-LINHA-RESUMO.
           MOVE W-ARQ-NOME (W-IDX-ARQ)       TO WR-ARQUIVO
           MOVE W-ARQ-LIDOS (W-IDX-ARQ)      TO WR-LIDOS
           MOVE W-ARQ-ORFAOS (W-IDX-ARQ)     TO WR-ORFAOS
           MOVE W-ARQ-CONTRAD (W-IDX-ARQ)    TO WR-CONTRAD
           MOVE W-ARQ-CORRIGIDOS (W-IDX-ARQ) TO WR-CORRIGIDOS
           IF  W-ARQ-AUSENTE (W-IDX-ARQ) = "S"
               MOVE "ARQUIVO AUSENTE - NAO VARRIDO" TO WR-OBSERVACAO
           ELSE
           IF  W-ARQ-CORRIGIVEL (W-IDX-ARQ) = "N"
               MOVE "REGISTRO PERMANENTE" TO WR-OBSERVACAO
           ELSE
               MOVE SPACES TO WR-OBSERVACAO
           END-IF
           END-IF
           WRITE REG-REL FROM W-LINHA-RESUMO AFTER ADVANCING 1 LINE.

       REGISTRAR-CATALOGO.
           COMPUTE W-QTD-CATALOGO = W-CONT-ORFAOS + W-CONT-CONTRAD
           CALL "PGM38" USING "R" W-PROGRAMA-EMISSOR W-OPERADOR
                              W-QTD-CATALOGO W-GERACAO-CAT
                              W-NOME-SAIDA.

       IMPRIMIR-TOTAIS.
           IF  MODO-CORRECAO
               DISPLAY "VARREDURA DE INTEGRIDADE - MODO CORRECAO"
           ELSE
               DISPLAY "VARREDURA DE INTEGRIDADE - MODO RELATORIO"
           END-IF.
           PERFORM MOSTRAR-ARQUIVO
                   VARYING W-IDX-ARQ FROM 1 BY 1
                   UNTIL W-IDX-ARQ > 10.
           DISPLAY "ORFAOS APONTADOS       : " W-CONT-ORFAOS.
           DISPLAY "CONTRADICOES APONTADAS : " W-CONT-CONTRAD.
           DISPLAY "CORRECOES EFETUADAS    : " W-CONT-CORRIGIDOS.
           DISPLAY "ERROS NAS CORRECOES    : " W-CONT-ERROS.
           DISPLAY "RELATORIO EM INTEGRID.LST".

       MOSTRAR-ARQUIVO.
           IF  W-ARQ-AUSENTE (W-IDX-ARQ) = "S"
               DISPLAY "  " W-ARQ-NOME (W-IDX-ARQ)
                       " AUSENTE - NAO VARRIDO"
           ELSE
               DISPLAY "  " W-ARQ-NOME (W-IDX-ARQ)
                       " LIDOS " W-ARQ-LIDOS (W-IDX-ARQ)
                       " ORFAOS " W-ARQ-ORFAOS (W-IDX-ARQ)
                       " CONTRAD " W-ARQ-CONTRAD (W-IDX-ARQ)
                       " CORRIG " W-ARQ-CORRIGIDOS (W-IDX-ARQ)
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE REL-INTEGRIDADE.
           IF  W-SEM-MORTO NOT = "S"
               CLOSE ARQ-HISTORICO
           END-IF.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF  W-SEM-NOTAS NOT = "S"
               CLOSE ARQ-NOTAS
           END-IF.
           IF  W-SEM-RENDA NOT = "S"
               CLOSE ARQ-RENDA
           END-IF.
           IF  W-SEM-INSCRICOES NOT = "S"
               CLOSE ARQ-INSCRICOES
           END-IF.
           IF  W-SEM-CONSENT NOT = "S"
               CLOSE ARQ-CONSENT
           END-IF.
           IF  W-SEM-RECAD NOT = "S"
               CLOSE ARQ-RECAD
           END-IF.
           IF  W-SEM-FISCSIT NOT = "S"
               CLOSE ARQ-FISCSIT
           END-IF.
           IF  W-SEM-BLOQUEIOS NOT = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           IF  W-SEM-PROTOCOLOS NOT = "S"
               CLOSE ARQ-PROTOCOLOS
           END-IF.
           IF  W-SEM-APROVACOES NOT = "S"
               CLOSE ARQ-APROVACOES
           END-IF.
           IF  W-SEM-HIST-DEP NOT = "S"
               CLOSE ARQ-HIST-DEPENDENTES
           END-IF.
           IF  W-SEM-HIST-NOT NOT = "S"
               CLOSE ARQ-HIST-NOTAS
           END-IF.
           IF  W-SEM-HIST-RND NOT = "S"
               CLOSE ARQ-HIST-RENDA
           END-IF.
           IF  W-SEM-HIST-INS NOT = "S"
               CLOSE ARQ-HIST-INSCRICOES
           END-IF.
           IF  W-SEM-HIST-CSN NOT = "S"
               CLOSE ARQ-HIST-CONSENT
           END-IF.
           IF  W-SEM-HIST-FIS NOT = "S"
               CLOSE ARQ-HIST-FISCSIT
           END-IF.

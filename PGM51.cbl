      *      - SITUACAO DO TITULAR NO ARQ-PESSOAS: FALECIDO ("F") E
      *        ANONIMIZADO ("X") SAEM DO PROGRAMA (INSCRICAO
      *        CANCELADA); INATIVO ("I") FICA INELEGIVEL;
      *      - O PROGRAMA NO MESTRE (PROGBEN.DAT, PGM81): NAO
      *        CADASTRADO, ENCERRADO OU FORA DA VIGENCIA;
      *      - DATA-NASCIMENTO INVALIDA IMPEDE O CALCULO DE IDADE;
      *        A IDADE DO TITULAR TEM DE CABER NA FAIXA ETARIA DO
      *        PROGRAMA;
      *      - DECLARACAO DE RENDA (ARQ-RENDA, PGM49) AUSENTE OU
      *        EXPIRADA (PARAMETRO DE MESES DO PGM34);
      *      - COMPOSICAO FAMILIAR (ARQ-DEPENDENTES): A QUANTIDADE
      *        DE RENDEIROS DECLARADA NAO PODE EXCEDER O NUCLEO
      *        (TITULAR + DEPENDENTES) -- INDICIO DE DECLARACAO OU
      *        COMPOSICAO DESATUALIZADA;
      *      - RENDA PER CAPITA (RENDA DECLARADA / NUCLEO) ACIMA DO
      *        TETO DO PROGRAMA;
      *      - NOS PROGRAMAS COM CONDICIONALIDADE (PRB-EXIGE-CONDIC),
      *        O ESTAGIO DE SANCAO DA FAMILIA (SANCOES.DAT, PGM91 E
      *        PGM31): BLOQUEIO OU SUSPENSAO AINDA EM EFEITO FICA
      *        INELEGIVEL NO MES; CANCELAMENTO CANCELA A INSCRICAO.
      *    O VEREDITO E CARIMBADO NA PROPRIA INSCRICAO (INS-ELEGIVEL
      *    + INS-DATA-APURACAO); AS REPROVADAS SAEM NA LISTA DE
      *    TRABALHO BENEFEXC.WRK PARA OS ATENDENTES, E O RESUMO POR
      *    PROGRAMA E IMPRESSO EM RELBENEF.LST (CATALOGO PGM38).
      *    AS VAGAS QUE OS CANCELAMENTOS ABREM NOS PROGRAMAS COM
      *    LIMITE SAO PREENCHIDAS PELA CHAMADA DA LISTA DE ESPERA
      *    (PGM90), QUE RODA EM SEGUIDA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPYSELDE REPLACING STATUS-FIELD BY W-COD-ERRO-DEP.

           COPY CPYSELPB REPLACING STATUS-FIELD BY W-COD-ERRO-PRB.

           COPY CPYSELES REPLACING STATUS-FIELD BY W-COD-ERRO-EST.

           SELECT ARQ-TRABALHO ASSIGN TO "C:\TEMP\BENEFEXC.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-TRB.
           LABEL RECORD STANDARD.
       COPY CPYDEPEN.

       FD  ARQ-PROGRAMAS
           LABEL RECORD STANDARD.
       COPY CPYPROGB.

       FD  ARQ-ESTAGIOS
           LABEL RECORD STANDARD.
       COPY CPYESTAG.

       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       01  REG-TRABALHO.
       01  W-COD-ERRO-INS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-RND      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DEP      PIC XX VALUE SPACES.
       01  W-COD-ERRO-PRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-EST      PIC XX VALUE SPACES.
       01  W-COD-ERRO-TRB      PIC XX VALUE SPACES.
       01  W-COD-ERRO-REL      PIC XX VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-SEM-RENDA         PIC X  VALUE "N".
       01  W-SEM-DEPENDENTES   PIC X  VALUE "N".
       01  W-SEM-PROGRAMAS     PIC X  VALUE "N".
       01  W-SEM-ESTAGIOS      PIC X  VALUE "N".
       01  W-COMPETENCIA-ATUAL PIC 9(6) VALUE ZEROS.
       01  W-FIM-DEPENDENTES   PIC X  VALUE "N".
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-MOTIVO-EXCECAO    PIC X(40) VALUE SPACES.
       01  W-ANO-DECL          PIC 9(4) VALUE ZEROS.
       01  W-MES-DECL          PIC 9(2) VALUE ZEROS.
       01  W-MESES-DECORRIDOS  PIC S9(5) VALUE ZEROS.
       01  W-IDADE             PIC 9(3) VALUE ZEROS.
       01  W-RENDA-PER-CAPITA  PIC 9(7)V99 VALUE ZEROS.

      *    ACUMULADORES POR PROGRAMA (POUCOS PROGRAMAS, TABELA EM
      *    MEMORIA COMO AS DE UF).
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST
           COMPUTE W-COMPETENCIA-ATUAL = WS-ANO-SIST * 100 + WS-MES-SIST

           MOVE WS-DIA-SIST TO WS-DATA-FORMATADA(1:2)
           MOVE "/" TO WS-DATA-FORMATADA(3:1)
               MOVE "S" TO W-SEM-DEPENDENTES
           END-IF.

      *    SEM O MESTRE DE PROGRAMAS TODA INSCRICAO CAI NA EXCECAO
      *    DE PROGRAMA NAO CADASTRADO, PELO MESMO RACIOCINIO.
           OPEN INPUT ARQ-PROGRAMAS.
           IF  W-COD-ERRO-PRB NOT = "00"
               MOVE "S" TO W-SEM-PROGRAMAS
           END-IF.

      *    SEM SANCOES.DAT A CARGA DE CONDICIONALIDADES NUNCA RODOU:
      *    NENHUMA FAMILIA TEM SANCAO A APLICAR.
           OPEN INPUT ARQ-ESTAGIOS.
           IF  W-COD-ERRO-EST NOT = "00"
               MOVE "S" TO W-SEM-ESTAGIOS
           END-IF.

           OPEN OUTPUT ARQ-TRABALHO.
           IF  W-COD-ERRO-TRB NOT = "00"
               DISPLAY "ERRO AO ABRIR BENEFEXC.WRK: " W-COD-ERRO-TRB
           IF  NOT PESSOA-ATIVA
               MOVE "CADASTRO INATIVO" TO W-MOTIVO-EXCECAO
           ELSE
               PERFORM CRITICAR-PROGRAMA
               IF  W-MOTIVO-EXCECAO = SPACES
                AND PRB-COM-CONDICIONALIDADE
                   PERFORM CRITICAR-CONDICIONALIDADE
               END-IF
               IF  W-MOTIVO-EXCECAO = SPACES
                   PERFORM CRITICAR-NASCIMENTO
               END-IF
               IF  W-MOTIVO-EXCECAO = SPACES
                   PERFORM CRITICAR-RENDA
               END-IF
               PERFORM MARCAR-INELEGIVEL
           END-IF.

       CRITICAR-PROGRAMA.
           IF  W-SEM-PROGRAMAS = "S"
               MOVE "PROGRAMA NAO CADASTRADO" TO W-MOTIVO-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE INS-PROGRAMA TO PRB-CODIGO
           READ ARQ-PROGRAMAS
           IF  W-COD-ERRO-PRB NOT = "00"
               MOVE "PROGRAMA NAO CADASTRADO" TO W-MOTIVO-EXCECAO
           ELSE
           IF  PRB-ENCERRADO
               MOVE "PROGRAMA ENCERRADO" TO W-MOTIVO-EXCECAO
           ELSE
           IF  PRB-DATA-INICIO > WS-DATA-SIST-NUM
            OR (PRB-DATA-FIM NOT = ZEROS
                AND PRB-DATA-FIM < WS-DATA-SIST-NUM)
               MOVE "PROGRAMA FORA DA VIGENCIA" TO W-MOTIVO-EXCECAO
           END-IF
           END-IF
           END-IF.

      *    O ESTAGIO E DA FAMILIA (CPF DO TITULAR) E VALE PARA TODOS
      *    OS PROGRAMAS COM CONDICIONALIDADE EM QUE ELA ESTA INSCRITA.
       CRITICAR-CONDICIONALIDADE.
           IF  W-SEM-ESTAGIOS = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE INS-CPF TO EST-CPF-TITULAR
           READ ARQ-ESTAGIOS
           IF  W-COD-ERRO-EST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF  EST-CANCELAMENTO
               MOVE "CANCELADO POR CONDICIONALIDADE"
                    TO W-MOTIVO-EXCECAO
               MOVE "S" TO W-CANCELAR-INSCRICAO
           ELSE
           IF  EST-FIM-EFEITO NOT < W-COMPETENCIA-ATUAL
               IF  EST-SUSPENSAO
                   MOVE "BENEFICIO SUSPENSO (CONDICIONALIDADE)"
                        TO W-MOTIVO-EXCECAO
               ELSE
               IF  EST-BLOQUEIO
                   MOVE "BENEFICIO BLOQUEADO (CONDICIONALIDADE)"
                        TO W-MOTIVO-EXCECAO
               END-IF
               END-IF
           END-IF
           END-IF.

       CRITICAR-NASCIMENTO.
           IF  DATA-NASCIMENTO = SPACES
            OR DATA-NASCIMENTO NOT NUMERIC
                OR W-DIA-NASC < 01 OR W-DIA-NASC > 31
                   MOVE "DATA DE NASCIMENTO AUSENTE OU INVALIDA"
                        TO W-MOTIVO-EXCECAO
               ELSE
                   PERFORM CRITICAR-IDADE
               END-IF
           END-IF.

      *    IDADE EM ANOS COMPLETOS NA DATA DA APURACAO, CONTRA A
      *    FAIXA DO PROGRAMA (MAXIMA ZERO = SEM LIMITE SUPERIOR).
       CRITICAR-IDADE.
           COMPUTE W-IDADE = WS-ANO-SIST - W-ANO-NASC
           IF  WS-MES-SIST * 100 + WS-DIA-SIST
             < W-MES-NASC * 100 + W-DIA-NASC
               SUBTRACT 1 FROM W-IDADE
           END-IF
           IF  W-IDADE < PRB-IDADE-MINIMA
            OR (PRB-IDADE-MAXIMA NOT = ZEROS
                AND W-IDADE > PRB-IDADE-MAXIMA)
               MOVE "IDADE FORA DA FAIXA DO PROGRAMA"
                    TO W-MOTIVO-EXCECAO
           END-IF.

       CRITICAR-RENDA.
           IF  W-SEM-RENDA = "S"
               MOVE "SEM DECLARACAO DE RENDA" TO W-MOTIVO-EXCECAO
           IF  RND-QTD-RENDEIROS > W-QTD-DEP + 1
               MOVE "RENDEIROS EXCEDEM O NUCLEO FAMILIAR"
                    TO W-MOTIVO-EXCECAO
           ELSE
               PERFORM CRITICAR-RENDA-PER-CAPITA
           END-IF.

      *    A RENDA DECLARADA E DO NUCLEO INTEIRO; O TETO DO PROGRAMA
      *    E POR PESSOA (TETO ZERO = PROGRAMA SEM CRITERIO DE RENDA).
       CRITICAR-RENDA-PER-CAPITA.
           COMPUTE W-RENDA-PER-CAPITA ROUNDED =
                   RND-RENDA-MENSAL / (W-QTD-DEP + 1)
           IF  PRB-RENDA-PER-CAPITA NOT = ZEROS
            AND W-RENDA-PER-CAPITA > PRB-RENDA-PER-CAPITA
               MOVE "RENDA PER CAPITA ACIMA DO TETO"
                    TO W-MOTIVO-EXCECAO
           END-IF.

       LER-DEPENDENTE.
           DISPLAY "INSCRICOES ATIVAS APURADAS : " W-CONT-LIDAS.
           DISPLAY "ELEGIVEIS                  : " W-CONT-ELEGIVEIS.
           DISPLAY "INELEGIVEIS                : " W-CONT-INELEGIVEIS.
           DISPLAY "CANCELADAS                 : " W-CONT-CANCELADAS.
           DISPLAY "EXCECOES EM BENEFEXC.WRK - RESUMO EM RELBENEF.LST".

       FINALIZACAO.
           IF  W-SEM-DEPENDENTES NOT = "S"
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF  W-SEM-PROGRAMAS NOT = "S"
               CLOSE ARQ-PROGRAMAS
           END-IF.
           IF  W-SEM-ESTAGIOS NOT = "S"
               CLOSE ARQ-ESTAGIOS
           END-IF.
           CLOSE ARQ-TRABALHO.
           CLOSE REL-RESUMO.

      *    TRILHA DE AUDITORIA. CHAMADO POR PGM01 (INCLUSAO),
      *    PGM02 (ALTERACAO) E PGM03 (DELECAO) PARA GRAVAR A IMAGEM
      *    ANTES/DEPOIS DE CADA OPERACAO EM ARQ-PESSOAS.
      *    COMO TODO PROGRAMA QUE GRAVA ARQ-PESSOAS PASSA POR AQUI, E
      *    TAMBEM AQUI QUE O INDICE FONETICO DE NOMES (FONETICA.DAT,
      *    PGM117) ACOMPANHA O CADASTRO: A IMAGEM DEPOIS REGRAVA A
      *    CHAVE FONETICA DO CPF; EXCLUSAO FISICA, TROCA DE CPF E
      *    ANONIMIZACAO TIRAM O CPF ANTIGO DO INDICE.
      *    O LANCAMENTO DO OPERADOR LOGADO LEVA O POSTO DE ATENDIMENTO
      *    DELE (WS-POSTO-LOGADO, CPYOPERA); O DE LOTE SAI SEM POSTO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  W-COD-ERRO-CAD      PIC X(2) VALUE SPACES.
       77  W-ULT-SEQUENCIA     PIC 9(9) VALUE ZEROS.
       77  W-ULT-VALOR         PIC 9(18) VALUE ZEROS.
       77  W-CPF-ANTES         PIC X(11) VALUE SPACES.
       77  W-CODIGO-FONETICO   PIC X(30) VALUE SPACES.
       77  W-COD-ERRO-FON      PIC X(2)  VALUE SPACES.
      *    VISAO DAS IMAGENS ANTES/DEPOIS PARA O INDICE FONETICO.
       COPY CPYPESSOA.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.

       COPY CPYOPERA.

       LINKAGE SECTION.
       01  LK-OPERACAO         PIC X(1).
       01  LK-CPF              PIC X(11).
           MOVE LK-OPERADOR   TO AUD-OPERADOR
           MOVE LK-REG-ANTES  TO AUD-REG-ANTES
           MOVE LK-REG-DEPOIS TO AUD-REG-DEPOIS
           IF  LK-OPERADOR = WS-OPERADOR-LOGADO
               MOVE WS-POSTO-LOGADO TO AUD-POSTO
           END-IF

      *    ENCADEAMENTO ANTIVIOLACAO: SEQUENCIA CORRIDA E VALOR DE
      *    CONTROLE (PGM60) SEMEADO COM O VALOR DO LANCAMENTO
      *    DIVERGIREM.
           PERFORM LER-ANCORA
           COMPUTE AUD-SEQUENCIA = W-ULT-SEQUENCIA + 1
           CALL "PGM60" USING REG-AUDITORIA (1:451) W-ULT-VALOR
                              AUD-ENCADEAMENTO

           WRITE REG-AUDITORIA
           IF  W-COD-ERRO-AUD = "00"
               PERFORM GRAVAR-ANCORA
           END-IF
           PERFORM MANTER-INDICE-FONETICO
           EXIT PROGRAM.

      *    SO AS OPERACOES QUE MEXEM NO REGISTRO DA PESSOA CONTAM:
      *    IMAGENS IGUAIS (RECADASTRO, NASCIMENTO, CONTA, CARTAO) NAO
      *    MUDAM NOME NEM CPF, E O AJUSTE DE INTEGRIDADE ("J") CARREGA
      *    A IMAGEM DE UM SATELITE, NAO A DA PESSOA.
       MANTER-INDICE-FONETICO.
           IF  LK-OPERACAO = "J" OR LK-REG-ANTES = LK-REG-DEPOIS
               EXIT PARAGRAPH
           END-IF
           MOVE LK-REG-ANTES  TO REG-PESSOAS
           MOVE CPF           TO W-CPF-ANTES
           MOVE LK-REG-DEPOIS TO REG-PESSOAS
           IF  LK-REG-ANTES NOT = SPACES
               IF  LK-REG-DEPOIS = SPACES OR CPF NOT = W-CPF-ANTES
                OR PESSOA-ANONIMIZADA
                   CALL "PGM117" USING "E" W-CPF-ANTES NOME
                                       W-CODIGO-FONETICO W-COD-ERRO-FON
               END-IF
           END-IF
           IF  LK-REG-DEPOIS NOT = SPACES AND NOT PESSOA-ANONIMIZADA
               CALL "PGM117" USING "G" CPF NOME
                                   W-CODIGO-FONETICO W-COD-ERRO-FON
           END-IF.

       LER-ANCORA.
           MOVE ZEROS TO W-ULT-SEQUENCIA W-ULT-VALOR
           OPEN INPUT ARQ-CADEIA

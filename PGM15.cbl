      *    REATIVAR LOGIN E RESETAR SENHA SEM DEPENDER DE PROGRAMADOR.
      *    UM OPERADOR NUNCA E REMOVIDO FISICAMENTE: DESATIVAR GRAVA
      *    OPE-SITUACAO = "I" E O LOGIN DEIXA DE ENTRAR NO PGM00.
      *    O CPF DO OPERADOR E OPCIONAL (BRANCO OU 11 DIGITOS) E SO
      *    SERVE PARA LIGA-LO AO PROPRIO CADASTRO NA APURACAO DE
      *    INDICIOS DE FRAUDE (PGM97).
      *    TODO OPERADOR INCLUIDO OU ALTERADO FICA ATRIBUIDO A UM
      *    POSTO DE ATENDIMENTO ATIVO DA TABELA DO PGM122
      *    (POSTOS.DAT); E O POSTO CARIMBADO NO QUE ELE GRAVA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY CPYSELOP REPLACING STATUS-FIELD BY CODERRO.

           COPY CPYSELPS REPLACING STATUS-FIELD BY CODERRO-POS.
       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-OPERADORES IS EXTERNAL
           LABEL  RECORD  STANDARD.
       COPY CPYREGOP.

       FD  ARQ-POSTOS
           LABEL  RECORD  STANDARD.
       COPY CPYPOSTO.

       WORKING-STORAGE SECTION.
       77  CODERRO   PIC  X(2)  VALUE SPACES.
       77  CODERRO-POS  PIC  X(2)  VALUE SPACES.
       77  W-POSTO-VALIDO  PIC X VALUE "N".
       77  W-POSTOS-ABERTO PIC X VALUE "N".
       77  OPC  PIC X VALUE SPACE.
       88  OPC-OK  VALUE "S" "N".
       77  W-FUNCAO  PIC X VALUE SPACE.
      *    ARQ-OPERADORES e aberto por PGM00 (FD IS EXTERNAL) e
      *    permanece aberto pela sessao inteira; este programa so
      *    usa o arquivo ja aberto, sem abrir nem fechar sozinho.
      *    A TABELA DE POSTOS SO E LIDA AQUI. SEM ELA (AINDA NAO
      *    CRIADA NO PGM122) A MANUTENCAO CONTINUA, MAS O OPERADOR
      *    FICA COM O POSTO QUE JA TINHA.
           DISPLAY ERASE.
           DISPLAY TELA01.
           OPEN INPUT ARQ-POSTOS.
           IF  CODERRO-POS = "00"
               MOVE "S" TO W-POSTOS-ABERTO
           ELSE
               MOVE "N" TO W-POSTOS-ABERTO
           END-IF.

       PROCESSAMENTO.
           PERFORM   FORMATAR-TELA.
                     "L=DESBLOQUEAR"  AT  1110.
           DISPLAY  "LOGIN:"   AT  1310.
           DISPLAY  "NOME:"    AT  1410.
           DISPLAY  "CPF:"     AT  1450.
           DISPLAY  "SITUACAO:"  AT  1510.
           DISPLAY  "PERMISSOES (S/N) - INCLUIR:"  AT  1610.
           DISPLAY  "ALTERAR:"     AT  1645.
           DISPLAY  "RELATORIOS:"  AT  1710.
           DISPLAY  "SUPERVISOR:"  AT  1730.
           DISPLAY  "CPF COMPLETO:"  AT  1750.
           DISPLAY  "POSTO:"   AT  1810.
           DISPLAY  "OUTRO REGISTRO? (S/N):"   AT  2210.

       RECEBER-FUNCAO.
           END-IF.

       LIMPAR-DADOS-OPERADOR.
           MOVE SPACES TO OPE-SENHA OPE-NOME OPE-CPF OPE-POSTO
           MOVE "A"    TO OPE-SITUACAO
           MOVE "N"    TO OPE-PERM-INCLUIR OPE-PERM-ALTERAR
                          OPE-PERM-REMOVER OPE-PERM-RELATORIOS

       EXIBIR-DADOS-OPERADOR.
           DISPLAY OPE-NOME     AT 1417
           DISPLAY OPE-CPF      AT 1455
           DISPLAY OPE-SITUACAO AT 1520
           IF  OPERADOR-BLOQUEADO
               DISPLAY "CONTA BLOQUEADA" AT 1530 WITH
           DISPLAY OPE-PERM-REMOVER      AT 1669
           DISPLAY OPE-PERM-RELATORIOS   AT 1722
           DISPLAY OPE-PERM-SUPERVISOR   AT 1742
           DISPLAY OPE-PERM-CPF-COMPLETO AT 1764
           DISPLAY OPE-POSTO             AT 1817
           IF  OPE-POSTO = SPACES
               DISPLAY "SEM POSTO ATRIBUIDO" AT 1823
           ELSE
               MOVE OPE-POSTO TO POS-CODIGO
               MOVE "99" TO CODERRO-POS
               IF  W-POSTOS-ABERTO = "S"
                   READ ARQ-POSTOS
               END-IF
               IF  CODERRO-POS = "00"
                   DISPLAY POS-NOME AT 1823
               ELSE
                   DISPLAY "POSTO NAO CADASTRADO" AT 1823
               END-IF
           END-IF.

       EXIBIR-ERRO-LEITURA.
           IF  CODERRO = "23"
           PERFORM RECEBER-NOME
           PERFORM RECEBER-SENHA-INICIAL
           PERFORM RECEBER-PERMISSOES
           PERFORM RECEBER-POSTO

           WRITE REG-OPERADORES
           IF  CODERRO NOT = "00"
       ALTERAR-OPERADOR.
           PERFORM RECEBER-NOME
           PERFORM RECEBER-PERMISSOES
           PERFORM RECEBER-POSTO

           REWRITE REG-OPERADORES
           IF  CODERRO NOT = "00"
               ELSE
                   DISPLAY W-BRANCO AT 2421
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL OPE-CPF = SPACES OR OPE-CPF IS NUMERIC
               ACCEPT OPE-CPF  AT  1455 WITH UPDATE AUTO

               IF  OPE-CPF = SPACES OR OPE-CPF IS NUMERIC
                   DISPLAY W-BRANCO AT 2421
               ELSE
                   DISPLAY "CPF: 11 DIGITOS OU EM BRANCO" AT 2421
               END-IF
           END-PERFORM.

       RECEBER-SENHA-INICIAL.
               ACCEPT OPE-PERM-CPF-COMPLETO AT 1764 WITH UPPER AUTO
           END-PERFORM.

      *    POSTO OBRIGATORIO: CODIGO DA TABELA DO PGM122, ATIVO. NA
      *    ALTERACAO O POSTO ATUAL VEM PREENCHIDO; UM POSTO QUE FOI
      *    DESATIVADO OBRIGA A ESCOLHER OUTRO.
       RECEBER-POSTO.
           IF  W-POSTOS-ABERTO NOT = "S"
               DISPLAY "TABELA DE POSTOS INDISPONIVEL - POSTO MANTIDO"
                       AT 2421 WITH FOREGROUND-COLOR 4
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-POSTO-VALIDO
           PERFORM WITH TEST AFTER UNTIL W-POSTO-VALIDO = "S"
               ACCEPT OPE-POSTO AT 1817 WITH UPDATE UPPER AUTO
               DISPLAY "                              " AT 1823
               MOVE OPE-POSTO TO POS-CODIGO
               READ ARQ-POSTOS
               IF  CODERRO-POS NOT = "00"
                   DISPLAY "POSTO NAO CADASTRADO (SUPERVISAO > G)"
                           AT 2421
               ELSE
               IF  NOT POS-ATIVO
                   DISPLAY "POSTO DESATIVADO - ESCOLHA OUTRO       "
                           AT 2421
               ELSE
                   MOVE "S" TO W-POSTO-VALIDO
                   DISPLAY POS-NOME AT 1823
                   DISPLAY W-BRANCO AT 2421
               END-IF
               END-IF
           END-PERFORM.

       EXIBIR-ERRO-GRAVACAO.
           IF  CODERRO = "22"
               DISPLAY "REGISTRO DUPLICADO" AT 2421 WITH
           END-PERFORM.

       FINALIZACAO.
           IF  W-POSTOS-ABERTO = "S"
               CLOSE ARQ-POSTOS
           END-IF.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP  " ".


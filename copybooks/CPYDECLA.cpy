      * CPYDECLA - Layout do registro de ARQ-DECLARACOES (ver
      * CPYSELDC): uma declaracao emitida. O codigo de verificacao
      * tem 12 posicoes sorteadas num alfabeto sem letras e digitos
      * que se confundem (sem I, O, 0 e 1) e e impresso em tres
      * grupos de quatro (XXXX-XXXX-XXXX). Os dados declarados ficam
      * copiados no registro (nome e resumo), para a consulta de
      * autenticidade mostrar o que o papel deve dizer mesmo que o
      * cadastro mude depois. Tipos:
      *   "C" - CADASTRO: A PESSOA ESTA INSCRITA (E O NUCLEO
      *         FAMILIAR DE ARQ-DEPENDENTES);
      *   "R" - RESIDENCIA: O ENDERECO DO CADASTRO;
      *   "B" - BENEFICIO: INSCRICAO ATIVA EM DCL-PROGRAMA.
      * Situacoes (nada e removido):
      *   "V" - VALIDA ATE DCL-DATA-VALIDADE;
      *   "R" - REVOGADA (DATA, SUPERVISOR E MOTIVO NO REGISTRO).
       01  REG-DECLARACOES.
           02  DCL-CODIGO          PIC X(12).
           02  DCL-PROTOCOLO       PIC 9(9).
           02  DCL-CPF             PIC X(11).
           02  DCL-TIPO            PIC X(1).
               88  DCL-CADASTRO        VALUE "C".
               88  DCL-RESIDENCIA      VALUE "R".
               88  DCL-BENEFICIO       VALUE "B".
               88  DCL-TIPO-OK         VALUE "C" "R" "B".
           02  DCL-PROGRAMA        PIC X(4).
           02  DCL-NOME            PIC X(30).
           02  DCL-RESUMO          PIC X(60).
           02  DCL-FINALIDADE      PIC X(30).
           02  DCL-DATA-EMISSAO    PIC 9(8).
           02  DCL-HORA-EMISSAO    PIC 9(6).
           02  DCL-DATA-VALIDADE   PIC 9(8).
           02  DCL-OPERADOR        PIC X(8).
           02  DCL-SITUACAO        PIC X(1).
               88  DCL-VALIDA          VALUE "V".
               88  DCL-REVOGADA        VALUE "R".
           02  DCL-DATA-REVOGACAO  PIC 9(8).
           02  DCL-OPERADOR-REVOG  PIC X(8).
           02  DCL-MOTIVO-REVOG    PIC X(40).
           02  FILLER              PIC X(20).

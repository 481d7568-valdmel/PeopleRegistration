      * CPYFRAUD - Layout do registro da lista de indicios de fraude
      * (FRAUDES.WRK), gravada pela apuracao periodica do PGM97 e
      * trabalhada pelo supervisor na tela do PGM98. Um registro por
      * indicio, com a pontuacao do indicador (peso fixo, maior para
      * o que a controladoria considera mais grave) e a referencia
      * que o distingue: o CEP no endereco comum, o titular do outro
      * nucleo no dependente, o programa na renda rebaixada e o login
      * no operador. O supervisor conclui o indicio como procedente
      * ou improcedente (FRD-RESOLVIDO "S" + FRD-PARECER); a
      * apuracao seguinte conserva os concluidos na lista e nao
      * volta a apontar o mesmo CPF + indicador + referencia.
       01  REG-INDICIO.
           02  FRD-CPF             PIC X(11).
           02  FRD-NOME            PIC X(30).
           02  FRD-INDICADOR       PIC X(2).
      *        VARIOS TITULARES INSCRITOS NO MESMO CEP + ENDERECO.
               88  FRD-ENDERECO-COMUM     VALUE "01".
      *        DEP-CPF-PROPRIO EM DOIS NUCLEOS FAMILIARES.
               88  FRD-DEPENDENTE-DUPLO   VALUE "02".
      *        DEPENDENTE QUE E ELE PROPRIO TITULAR INSCRITO.
               88  FRD-DEPENDENTE-TITULAR VALUE "03".
      *        RENDA REBAIXADA NO PGM49 POUCO ANTES DE UMA INSCRICAO.
               88  FRD-RENDA-REBAIXADA    VALUE "04".
      *        INSCRICAO FEITA POR OPERADOR DO MESMO ENDERECO.
               88  FRD-OPERADOR-ENDERECO  VALUE "05".
           02  FRD-PONTOS          PIC 9(3).
           02  FRD-REFERENCIA      PIC X(11).
           02  FRD-DETALHE         PIC X(60).
           02  FRD-DATA-APURACAO   PIC 9(8).
           02  FRD-RESOLVIDO       PIC X(1).
               88  FRD-PENDENTE        VALUE "N".
               88  FRD-CONCLUIDO       VALUE "S".
           02  FRD-PARECER         PIC X(1).
               88  FRD-PROCEDENTE      VALUE "P".
               88  FRD-IMPROCEDENTE    VALUE "I".
           02  FRD-SUPERVISOR      PIC X(8).
           02  FRD-DATA-CONCLUSAO  PIC 9(8).
           02  FILLER              PIC X(8).

      * CPYDIVCU - Layout do registro da lista de trabalho de
      * divergencias com o CadUnico federal (CADUNICO.WRK), gravada
      * de novo a cada carga do extrato (PGM95) e trabalhada pelo
      * atendente na tela do PGM96, no mesmo esquema da lista de
      * qualidade (QUALIDAD.WRK/PGM30): DIV-RESOLVIDO passa de "N"
      * para "S" quando o atendente acerta o cadastro (ou confirma
      * que o dado do municipio e o correto) e baixa o item. Um
      * registro por divergencia; os valores sao a foto da carga,
      * o do CadUnico e o do municipio lado a lado.
       01  REG-DIVERGENCIA.
           02  DIV-CPF             PIC X(11).
           02  DIV-NOME            PIC X(30).
           02  DIV-NIS             PIC X(11).
           02  DIV-CODIGO-FAMILIAR PIC X(11).
           02  DIV-CPF-RESPONSAVEL PIC X(11).
           02  DIV-TIPO            PIC X(2).
      *        PESSOA DO CADUNICO SEM CADASTRO ATIVO NO MUNICIPIO.
               88  DIV-NAO-CADASTRADO  VALUE "01".
      *        ENDERECO OU CEP DO RESPONSAVEL FAMILIAR DIFERENTE.
               88  DIV-ENDERECO        VALUE "02".
      *        MEMBRO DA FAMILIA AUSENTE DOS DEPENDENTES DO TITULAR.
               88  DIV-MEMBRO-AUSENTE  VALUE "03".
      *        RENDA DECLARADA FORA DA TOLERANCIA (OU SEM DECLARACAO).
               88  DIV-RENDA           VALUE "04".
      *        NIS DO MUNICIPIO DIFERENTE (OU NAO REGISTRADO).
               88  DIV-NIS-DIVERGENTE  VALUE "05".
           02  DIV-VALOR-CADUNICO  PIC X(54).
           02  DIV-VALOR-LOCAL     PIC X(54).
           02  DIV-DATA-CARGA      PIC 9(8).
           02  DIV-RESOLVIDO       PIC X(1).
               88  DIV-PENDENTE        VALUE "N".
               88  DIV-BAIXADA         VALUE "S".
           02  DIV-OPERADOR        PIC X(8).
           02  DIV-DATA-BAIXA      PIC 9(8).
           02  FILLER              PIC X(8).

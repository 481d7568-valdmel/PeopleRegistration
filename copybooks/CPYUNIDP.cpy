      * CPYUNIDP - Layout do registro de ARQ-UNIDADE-PESSOA (ver
      * CPYSELUP): a unidade de atendimento atribuida a cada pessoa
      * ativa pelo batch PGM100, um CRAS e uma UBS. A situacao de
      * cada atribuicao diz como o endereco caiu nos territorios:
      * "A" = em exatamente um; "N" = em nenhum (codigo em branco);
      * "S" = em mais de um (sobreposicao -- fica o primeiro codigo
      * na ordem da tabela, ate o supervisor acertar os territorios
      * no PGM99).
       01  REG-UNIDADE-PESSOA.
           02  UNP-CPF             PIC X(11).
           02  UNP-CRAS            PIC X(6).
           02  UNP-SIT-CRAS        PIC X(1).
               88  UNP-CRAS-ATRIBUIDO  VALUE "A".
               88  UNP-CRAS-NENHUM     VALUE "N".
               88  UNP-CRAS-SOBREPOSTO VALUE "S".
           02  UNP-UBS             PIC X(6).
           02  UNP-SIT-UBS         PIC X(1).
               88  UNP-UBS-ATRIBUIDA   VALUE "A".
               88  UNP-UBS-NENHUMA     VALUE "N".
               88  UNP-UBS-SOBREPOSTA  VALUE "S".
           02  UNP-DATA-ATRIBUICAO PIC 9(8).
           02  FILLER              PIC X(10).

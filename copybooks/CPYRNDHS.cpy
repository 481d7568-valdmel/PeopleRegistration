      * CPYRNDHS - Layout do registro do historico de declaracoes de
      * renda (RENDAHIS.LOG), sequencial so de acrescimo, gravado
      * pelo PGM49 a cada declaracao registrada ("D", com a renda
      * declarada) ou excluida ("E", com a renda que foi removida).
      * O ARQ-RENDA so guarda a declaracao vigente; este historico e
      * o que permite a apuracao de indicios de fraude (PGM97) ver
      * a renda rebaixada pouco antes de uma inscricao em programa.
       01  REG-RENDA-HIST.
           02  RHS-CPF             PIC X(11).
           02  RHS-DATA            PIC 9(8).
           02  RHS-OPERACAO        PIC X(1).
               88  RHS-DECLARACAO      VALUE "D".
               88  RHS-EXCLUSAO        VALUE "E".
           02  RHS-RENDA-MENSAL    PIC 9(7)V99.
           02  RHS-QTD-RENDEIROS   PIC 9(2).
           02  RHS-OPERADOR        PIC X(8).
           02  FILLER              PIC X(10).

      * CPYNIS - Layout do registro de ARQ-NIS (NIS.DAT): o NIS de
      * onze digitos do titular, com o ultimo digito verificador
      * conferido pelo PGM88 (algoritmo oficial do PIS/PASEP), a
      * data da digitacao e o operador.
       01  REG-NIS.
           02  NIS-CPF             PIC X(11).
           02  NIS-NUMERO          PIC 9(11).
           02  NIS-DATA-INCLUSAO   PIC 9(8).
           02  NIS-OPERADOR        PIC X(8).
           02  FILLER              PIC X(20).

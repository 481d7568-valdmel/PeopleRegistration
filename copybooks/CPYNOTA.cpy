               03  NTA-DATA-HORA       PIC 9(14).
           02  NTA-OPERADOR        PIC X(8).
           02  NTA-TEXTO           PIC X(60).
      *    POSTO DE ATENDIMENTO DO OPERADOR QUE ANOTOU (CPYOPERA);
      *    BRANCO = NOTA DE LOTE, IMPORTADA OU ANTERIOR AOS POSTOS.
           02  NTA-POSTO           PIC X(4).
           02  FILLER              PIC X(3).

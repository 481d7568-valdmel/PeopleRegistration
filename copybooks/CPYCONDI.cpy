      * CPYCONDI - Layout do registro de ARQ-CONDICIONALIDADES (ver
      * CPYSELCO). CND-RESULTADO "N" e o descumprimento que conta
      * para a escalada de sancoes da familia (CPYESTAG): frequencia
      * escolar abaixo do minimo da idade, ou saude informada como
      * nao cumprida pela secretaria. Recarga da mesma competencia
      * regrava o registro.
       01  REG-CONDICIONALIDADES.
           02  CND-CHAVE.
               03  CND-CPF-TITULAR     PIC X(11).
               03  CND-SEQUENCIA       PIC 9(2).
               03  CND-COMPETENCIA     PIC 9(6).
               03  CND-AREA            PIC X(1).
                   88  CND-EDUCACAO        VALUE "E".
                   88  CND-SAUDE           VALUE "S".
           02  CND-FREQUENCIA      PIC 9(3).
           02  CND-RESULTADO       PIC X(1).
               88  CND-CUMPRIDA        VALUE "S".
               88  CND-DESCUMPRIDA     VALUE "N".
           02  CND-DATA-CARGA      PIC 9(8).
           02  CND-OPERADOR        PIC X(8).
           02  FILLER              PIC X(10).

       01 W-REG-EDITADO      PIC X(202) VALUE SPACES.
       01 W-REGISTRO-ALTERADO PIC X VALUE "N".
       01 W-NUM-PROTOCOLO     PIC 9(9) VALUE ZEROS.
       01 W-PRAZO-IDADE       PIC 9(5) VALUE ZEROS.
       01 W-PRAZO-ATRASO      PIC 9(5) VALUE ZEROS.
       01 W-PRAZO-QTD         PIC 9(5) VALUE ZEROS.
       01  W-CPF-BLOQUEADO     PIC X VALUE "N".
       01  W-ORDEM-BLOQUEIO    PIC X(20) VALUE SPACES.
       
           MOVE WS-OPERADOR-LOGADO TO APR-SOLICITANTE
           MOVE W-MOTIVO-SOLIC     TO APR-MOTIVO
           MOVE "P"                TO APR-SITUACAO
           MOVE ZEROS              TO APR-DATA-LIMITE
           CALL "PGM120" USING "N" APR-OPERACAO APR-DATA-HORA
                APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                W-PRAZO-QTD
           WRITE REG-APROVACOES
           IF  CODERRO-APR NOT = "00"
               DISPLAY "ERRO AO GRAVAR SOLICITACAO - STATUS "

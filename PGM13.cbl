      *    CONFIRMACAO -- UM SEGUNDO OPERADOR (SUPERVISOR) EFETIVA OU
      *    REJEITA NA TELA DO PGM31, QUE E QUEM SOBRESCREVE OS DADOS
      *    E MANTEM O REGISTRO-TUMULO (CPF + SITUACAO ANONIMIZADA)
      *    PARA A TRILHA DE AUDITORIA CONTINUAR CONSULTAVEL. SE A
      *    SOLICITACAO NASCE DE UM PEDIDO DE ELIMINACAO REGISTRADO NO
      *    PGM109, O PROTOCOLO DELE E INFORMADO, CONFERIDO ANTES DA
      *    GRAVACAO E VINCULADO A ENTRADA DA FILA (PGM110), FICANDO
      *    EM ANDAMENTO ATE O VEREDITO DO PGM31. O PRAZO DA DECISAO
      *    (PGM120) E O DA ANONIMIZACAO NOS PARAMETROS OU, SE VENCER
      *    ANTES, O PRAZO LEGAL DESSE PEDIDO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-NUM-PROTOCOLO     PIC 9(9)  VALUE ZEROS.
       01  W-CPF-BLOQUEADO     PIC X     VALUE "N".
       01  W-ORDEM-BLOQUEIO    PIC X(20) VALUE SPACES.
       01  W-PROTOCOLO-LGPD    PIC 9(9)  VALUE ZEROS.
       01  W-VINCULO-LGPD      PIC X(20) VALUE SPACES.
       01  W-RETORNO-LGPD      PIC XX VALUE SPACES.
       01  W-LIMITE-LGPD       PIC 9(8)  VALUE ZEROS.
       01  W-PRAZO-IDADE       PIC 9(5)  VALUE ZEROS.
       01  W-PRAZO-ATRASO      PIC 9(5)  VALUE ZEROS.
       01  W-PRAZO-QTD         PIC 9(5)  VALUE ZEROS.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
       SOLICITAR-APROVACAO.
           DISPLAY "MOTIVO DA SOLICITACAO: " WITH NO ADVANCING
           ACCEPT W-MOTIVO-SOLIC FROM CONSOLE
           DISPLAY "PROTOCOLO DA SOLICITACAO LGPD (BRANCO = NENHUM): "
                   WITH NO ADVANCING
           ACCEPT W-PROTOCOLO-LGPD FROM CONSOLE
           MOVE ZEROS TO W-LIMITE-LGPD
           IF  W-PROTOCOLO-LGPD NOT = ZEROS
               CALL "PGM110" USING "C" W-PROTOCOLO-LGPD
                    W-CPF-INFORMADO "F" W-VINCULO-LGPD "E" W-OPERADOR
                    W-RETORNO-LGPD
               IF  W-RETORNO-LGPD NOT = "00"
                   PERFORM EXIBIR-RETORNO-LGPD
                   DISPLAY "SOLICITACAO NAO REGISTRADA"
                   EXIT PARAGRAPH
               END-IF
               MOVE W-VINCULO-LGPD (1:8) TO W-LIMITE-LGPD
           END-IF

           ACCEPT WS-HORA-SIST FROM TIME
           INITIALIZE REG-APROVACOES
           MOVE W-OPERADOR     TO APR-SOLICITANTE
           MOVE W-MOTIVO-SOLIC TO APR-MOTIVO
           MOVE "P"            TO APR-SITUACAO
           MOVE W-LIMITE-LGPD  TO APR-DATA-LIMITE
           CALL "PGM120" USING "N" APR-OPERACAO APR-DATA-HORA
                APR-DATA-LIMITE W-PRAZO-IDADE W-PRAZO-ATRASO
                W-PRAZO-QTD
           WRITE REG-APROVACOES
           IF  W-COD-ERRO-APR NOT = "00"
               DISPLAY "ERRO AO GRAVAR SOLICITACAO - STATUS "
               DISPLAY "SOLICITACAO REGISTRADA - AGUARDA APROVACAO "
                       "DE SUPERVISOR"
               DISPLAY "PROTOCOLO DA SOLICITACAO: " W-NUM-PROTOCOLO
               DISPLAY "PRAZO PARA A DECISAO    : "
                       APR-DATA-LIMITE (7:2) "/" APR-DATA-LIMITE (5:2)
                       "/" APR-DATA-LIMITE (1:4)
               IF  W-PROTOCOLO-LGPD NOT = ZEROS
                   PERFORM VINCULAR-SOLICITACAO-LGPD
               END-IF
           END-IF.

      *    O PEDIDO FICA EM ANDAMENTO, PRESO A ENTRADA DA FILA PELA
      *    DATA/HORA DA CHAVE; O PGM31 O ENCERRA COM O VEREDITO.
       VINCULAR-SOLICITACAO-LGPD.
           MOVE APR-DATA-HORA TO W-VINCULO-LGPD
           CALL "PGM110" USING "B" W-PROTOCOLO-LGPD W-CPF-INFORMADO
                "F" W-VINCULO-LGPD "E" W-OPERADOR W-RETORNO-LGPD
           IF  W-RETORNO-LGPD = "00"
               DISPLAY "SOLICITACAO LGPD " W-PROTOCOLO-LGPD
                       " EM ANDAMENTO"
           ELSE
               PERFORM EXIBIR-RETORNO-LGPD
           END-IF.

       EXIBIR-RETORNO-LGPD.
           EVALUATE W-RETORNO-LGPD
               WHEN "23"
                   DISPLAY "PROTOCOLO " W-PROTOCOLO-LGPD
                           " NAO E SOLICITACAO LGPD"
               WHEN "CP"
                   DISPLAY "PROTOCOLO " W-PROTOCOLO-LGPD
                           " E DE OUTRO CPF"
               WHEN "FE"
                   DISPLAY "SOLICITACAO " W-PROTOCOLO-LGPD
                           " NAO ESTA ABERTA"
               WHEN "TP"
                   DISPLAY "SOLICITACAO " W-PROTOCOLO-LGPD
                           " NAO E PEDIDO DE ELIMINACAO"
               WHEN OTHER
                   DISPLAY "ERRO NO REGISTRO LGPD: " W-RETORNO-LGPD
           END-EVALUATE.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-APROVACOES.

      *    ALOCACAO E REGISTRO DE PROTOCOLO DE ATENDIMENTO. CHAMADO
      *    POR PGM01 (INCLUSAO), PGM02 (ALTERACAO), PGM03
      *    (SOLICITACAO DE REMOCAO), PGM13 (SOLICITACAO DE
      *    ANONIMIZACAO), PGM26 (CORRECAO DE CPF), PGM102 E PGM47
      *    (AGENDAMENTO DE ATENDIMENTO), PGM109 (SOLICITACAO DE
      *    TITULAR LGPD) E PGM114 (EMISSAO DE DECLARACAO) PARA OBTER O
      *    PROXIMO NUMERO SEQUENCIAL E GRAVAR O REGISTRO EM
      *    PROTOCOL.DAT (CPYPROTO), DEVOLVENDO O NUMERO EM
      *    LK-PROTOCOLO PARA A TELA LER AO CIDADAO. O ULTIMO NUMERO
      *    USADO VIVE EM PROTOCOL.CTL (MESMO PADRAO DE CARIMBO DO
      *    EXTRFISC.CTL DO PGM10); UMA COLISAO DE NUMERO (CONTROLE
      *    PERDIDO) E RESOLVIDA AVANCANDO ATE O PRIMEIRO LIVRE.
      *    O PROTOCOLO ABERTO PELO OPERADOR LOGADO LEVA O POSTO DE
      *    ATENDIMENTO DELE (WS-POSTO-LOGADO, CPYOPERA); O DE LOTE
      *    SAI SEM POSTO.
      *    MESMO PADRAO DE SUB-ROTINA DO PGM05/PGM16/PGM38.
      *
       ENVIRONMENT DIVISION.
           05 WS-SS-SIST  PIC 99 VALUE 0.
           05 FILLER      PIC 9(4) VALUE 0.

       COPY CPYOPERA.

       LINKAGE SECTION.
       01  LK-CPF              PIC X(11).
       01  LK-OPERACAO         PIC X(1).
           MOVE LK-CPF          TO PRT-CPF
           MOVE LK-OPERACAO     TO PRT-OPERACAO
           MOVE LK-OPERADOR     TO PRT-OPERADOR
           IF  LK-OPERADOR = WS-OPERADOR-LOGADO
               MOVE WS-POSTO-LOGADO TO PRT-POSTO
           END-IF
           COMPUTE PRT-DATA-HORA =
                   WS-ANO-SIST * 10000000000 +
                   WS-MES-SIST * 100000000   +

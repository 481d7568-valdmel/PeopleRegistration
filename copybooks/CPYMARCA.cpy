      * CPYMARCA - Layout do registro de ARQ-MARCACOES (ver
      * CPYSELMC): um agendamento de cidadao num horario da agenda
      * (CPYAGEND). A chave e o protocolo de atendimento alocado
      * pelo PGM54 (operacao "G") -- o numero que o cidadao leva.
      * MAR-CHAVE-VAGA repete o protocolo no fim para a chave
      * alternativa ser unica e ordenar a agenda do dia por
      * servico e hora. Situacoes (nada e removido):
      *   "M" - MARCADO, AGUARDANDO O DIA;
      *   "P" - PRESENTE (CHEGADA REGISTRADA NO BALCAO, PGM102);
      *   "F" - FALTOU (MARCADO NO BALCAO OU PELO FECHAMENTO DO
      *         DIA NO PGM103);
      *   "C" - CANCELADO (A VAGA VOLTA PARA A AGENDA).
       01  REG-MARCACAO.
           02  MAR-PROTOCOLO       PIC 9(9).
           02  MAR-CPF             PIC X(11).
           02  MAR-CHAVE-VAGA.
               03  MAR-DATA            PIC 9(8).
               03  MAR-SERVICO         PIC X(2).
                   88  MAR-SERV-RECADASTRO VALUE "RC".
               03  MAR-HORA            PIC 9(4).
               03  MAR-VAGA-PROTOCOLO  PIC 9(9).
           02  MAR-NOME            PIC X(30).
           02  MAR-SITUACAO        PIC X(1).
               88  MAR-MARCADO         VALUE "M".
               88  MAR-PRESENTE        VALUE "P".
               88  MAR-FALTOU          VALUE "F".
               88  MAR-CANCELADO       VALUE "C".
      *    "B" = MARCADO NO BALCAO; "R" = AGENDADO PELA COBERTURA DO
      *    RECADASTRAMENTO (PGM47).
           02  MAR-ORIGEM          PIC X(1).
               88  MAR-ORIGEM-BALCAO   VALUE "B".
               88  MAR-ORIGEM-RECAD    VALUE "R".
           02  MAR-OPERADOR        PIC X(8).
           02  MAR-DATA-MARCACAO   PIC 9(8).
           02  MAR-HORA-CHEGADA    PIC 9(4).
           02  MAR-OPERADOR-BAIXA  PIC X(8).
           02  FILLER              PIC X(15).

      * CPYAGEND - Layout do registro de ARQ-AGENDA (ver CPYSELAG):
      * um horario de atendimento do balcao num dia util, para um
      * tipo de servico (tabela CPYSERVI), com a quantidade de
      * atendimentos que cabem nele e quantos ja estao marcados
      * (ARQ-MARCACOES, CPYMARCA). Os horarios sao gerados pelo
      * supervisor no PGM101, que pula fins de semana e os
      * feriados do calendario (CALENPRO.DAT, PGM70). Um dia
      * bloqueado (AGV-SITUACAO "B") deixa de receber marcacoes; as
      * que ja existiam continuam valendo.
       01  REG-AGENDA.
           02  AGV-CHAVE.
               03  AGV-DATA            PIC 9(8).
               03  AGV-SERVICO         PIC X(2).
                   88  AGV-SERV-RECADASTRO VALUE "RC".
               03  AGV-HORA            PIC 9(4).
           02  AGV-CAPACIDADE      PIC 9(2).
           02  AGV-OCUPADAS        PIC 9(2).
           02  AGV-SITUACAO        PIC X(1).
               88  AGV-ABERTA          VALUE "A".
               88  AGV-BLOQUEADA       VALUE "B".
           02  AGV-OPERADOR        PIC X(8).
           02  AGV-DATA-ALTERACAO  PIC 9(8).
           02  FILLER              PIC X(10).

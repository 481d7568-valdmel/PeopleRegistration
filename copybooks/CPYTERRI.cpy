      * CPYTERRI - Layout do registro de ARQ-TERRITORIOS (ver
      * CPYSELTE). Cada unidade de atendimento (CRAS da assistencia
      * social ou UBS da saude) tem o seu territorio descrito por
      * ate cinco faixas de CEP (oito digitos, inicio e fim; fim
      * zero = so o CEP inicial) e/ou ate cinco bairros (mesma
      * grafia gravada em BAIRRO no REG-PESSOAS). Uma unidade nao e
      * removida: desativada (TER-SITUACAO "I"), deixa de receber
      * familias na proxima atribuicao (PGM100).
       01  REG-TERRITORIOS.
           02  TER-CODIGO          PIC X(6).
           02  TER-NOME            PIC X(30).
           02  TER-TIPO            PIC X(1).
               88  TER-CRAS            VALUE "C".
               88  TER-UBS             VALUE "U".
               88  TER-TIPO-OK         VALUE "C" "U".
           02  TER-SITUACAO        PIC X(1).
               88  TER-ATIVA           VALUE "A".
               88  TER-INATIVA         VALUE "I".
               88  TER-SITUACAO-OK     VALUE "A" "I".
           02  TER-FAIXAS.
               03  TER-FAIXA       OCCURS 5 TIMES.
                   04  TER-CEP-INICIO  PIC 9(8).
                   04  TER-CEP-FIM     PIC 9(8).
           02  TER-BAIRROS.
               03  TER-BAIRRO      PIC X(20) OCCURS 5 TIMES.
           02  TER-DATA-ALTERACAO  PIC 9(8).
           02  TER-OPERADOR        PIC X(8).
           02  FILLER              PIC X(16).

      * CPYVISIT - Layout do registro de ARQ-VISITAS (ver CPYSELVI):
      * uma visita domiciliar pedida para o endereco de uma pessoa.
      * Uma pessoa tem no maximo uma visita em aberto por vez (a
      * apuracao e a tela nao abrem outra enquanto houver). Nada e
      * removido; situacoes:
      *   "S" - SOLICITADA, AGUARDANDO TECNICO;
      *   "A" - ATRIBUIDA A UM TECNICO (LOGIN DE OPERADOR, PGM15);
      *   "R" - REALIZADA, COM O RESULTADO DA VISITA;
      *   "C" - CANCELADA ANTES DE SER FEITA.
      * O resultado tambem vai para as anotacoes da pessoa
      * (ARQ-NOTAS); "M" (MUDOU-SE) abre pendencia de endereco na
      * lista de qualidade (QUALIDAD.WRK, MOTIVO 08, PGM30).
       01  REG-VISITAS.
           02  VIS-CHAVE.
               03  VIS-CPF             PIC X(11).
               03  VIS-DATA-SOLICITACAO PIC 9(8).
           02  VIS-ORIGEM          PIC X(2).
      *        CORRESPONDENCIA DEVOLVIDA (PGM66 -> QUALIDADE 07).
               88  VIS-ORIGEM-CORREIO  VALUE "CD".
      *        EXCECAO DE ELEGIBILIDADE (PGM51, BENEFEXC.WRK).
               88  VIS-ORIGEM-ELEGIB   VALUE "EL".
      *        DIVERGENCIA COM O CADUNICO (PGM95, CADUNICO.WRK).
               88  VIS-ORIGEM-CADUNICO VALUE "CU".
      *        INDICIO DE FRAUDE (PGM97, FRAUDES.WRK).
               88  VIS-ORIGEM-FRAUDE   VALUE "FR".
      *        PEDIDA NO BALCAO (PGM105).
               88  VIS-ORIGEM-MANUAL   VALUE "MA".
           02  VIS-MOTIVO          PIC X(40).
           02  VIS-SITUACAO        PIC X(1).
               88  VIS-SOLICITADA      VALUE "S".
               88  VIS-ATRIBUIDA       VALUE "A".
               88  VIS-REALIZADA       VALUE "R".
               88  VIS-CANCELADA       VALUE "C".
               88  VIS-EM-ABERTO       VALUE "S" "A".
           02  VIS-OPERADOR-SOLIC  PIC X(8).
           02  VIS-TECNICO         PIC X(8).
           02  VIS-SUPERVISOR      PIC X(8).
           02  VIS-DATA-ATRIBUICAO PIC 9(8).
           02  VIS-DATA-VISITA     PIC 9(8).
           02  VIS-RESULTADO       PIC X(1).
               88  VIS-FAMILIA-ENCONTRADA VALUE "E".
               88  VIS-MUDOU-SE           VALUE "M".
               88  VIS-ENDERECO-INEXISTENTE VALUE "I".
               88  VIS-RECUSOU            VALUE "R".
               88  VIS-RESULTADO-OK       VALUE "E" "M" "I" "R".
           02  VIS-OPERADOR-RESULTADO PIC X(8).
           02  VIS-OBSERVACAO      PIC X(40).
           02  FILLER              PIC X(10).

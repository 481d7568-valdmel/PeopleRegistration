               03  TRS-TIPO            PIC X(1).
                   88  TRS-TIPO-FISCAL     VALUE "F".
                   88  TRS-TIPO-CONSCPF    VALUE "C".
                   88  TRS-TIPO-BENEFICIO  VALUE "B".
               03  TRS-NUMERO          PIC 9(6).
           02  TRS-DATA-ENVIO      PIC 9(8).
           02  TRS-DATA-PREVISTA   PIC 9(8).
           02  TRS-SITUACAO        PIC X(1).
               88  TRS-AGUARDANDO      VALUE "A".
               88  TRS-RETORNADA       VALUE "R".
      *        REMESSA SO DE ENTREGA (DECLARACAO ANUAL DO PGM83): O
      *        ORGAO NAO DEVOLVE ARQUIVO, NADA A COBRAR.
               88  TRS-SEM-RETORNO     VALUE "N".
           02  TRS-DATA-RETORNO    PIC 9(8).
           02  FILLER              PIC X(8).

               88  TRL-PRESENTE        VALUE "TRL".
           02  W-TRL-QTD           PIC 9(9).
           02  W-TRL-SOMA          PIC 9(18).
      * Os arquivos de interface com valor em dinheiro (PAGBEN.RFB do
      * PGM52, RENDBEN.RFB do PGM83) levam ainda, logo depois desses
      * 30 bytes (posicao 31),
      * o total financeiro do arquivo, para o banco conferir o
      * montante antes de creditar:
      *   VALOR TOTAL DOS REGISTROS DE DADOS (13 INTEIROS + 2
      *   DECIMAIS, SEM VIRGULA).
       01  W-AREA-TRAILER-VALOR.
           02  W-TRL-VALOR         PIC 9(13)V99.

      * CPYAVISO - Layout do registro de ARQ-AVISOS (ver CPYSELAV).
      * A REFERENCIA IDENTIFICA A OCORRENCIA DO EVENTO, PARA QUE UMA
      * OCORRENCIA NOVA (OUTRA DECLARACAO, OUTRA CAMPANHA, OUTRA
      * APURACAO) GERE AVISO NOVO:
      *   RV - DATA DA DECLARACAO DE RENDA (AAAAMMDD);
      *   MI - SEQUENCIA DO DEPENDENTE + DATA-LIMITE;
      *   RC - ID DA CAMPANHA DE RECADASTRAMENTO;
      *   IN - PROGRAMA + DATA DA APURACAO DE ELEGIBILIDADE;
      *   PR - PROGRAMA + DATA DO PAGAMENTO REJEITADO.
      * AVI-PRAZO E A DATA CITADA NO AVISO (VENCIMENTO, IDADE-LIMITE,
      * CORTE DA CAMPANHA); ZERO QUANDO O EVENTO NAO TEM PRAZO.
       01  REG-AVISOS.
           02  AVI-CHAVE.
               03  AVI-CPF             PIC X(11).
               03  AVI-EVENTO          PIC X(2).
                   88  AVI-RENDA-A-VENCER  VALUE "RV".
                   88  AVI-MAIORIDADE      VALUE "MI".
                   88  AVI-RECADASTRO      VALUE "RC".
                   88  AVI-INELEGIVEL      VALUE "IN".
                   88  AVI-PAGTO-REJEITADO VALUE "PR".
               03  AVI-REFERENCIA      PIC X(12).
           02  AVI-DATA-EMISSAO    PIC 9(8).
           02  AVI-CANAL           PIC X(1).
               88  AVI-CANAL-CARTA     VALUE "C".
               88  AVI-CANAL-EMAIL     VALUE "E".
               88  AVI-CANAL-TELEFONE  VALUE "T".
           02  AVI-DESTINO         PIC X(30).
           02  AVI-PRAZO           PIC 9(8).
           02  AVI-DETALHE         PIC X(40).
           02  AVI-GERACAO         PIC 9(2).
           02  AVI-OPERADOR        PIC X(8).
           02  FILLER              PIC X(10).

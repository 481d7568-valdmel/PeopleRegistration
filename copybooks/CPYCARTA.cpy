      * CPYCARTA - Layout do registro de ARQ-CARTOES (ver CPYSELCR).
      * O cartao nasce EMITIDO ("E") e vai para o arquivo da grafica
      * no proximo batch de producao (CRT-DATA-PRODUCAO carimbada);
      * a entrega no balcao o torna ENTREGUE ("T"). Perdido ou
      * roubado, fica BLOQUEADO ("B") com o motivo; quando a segunda
      * via e emitida passa a SUBSTITUIDO ("S") e aponta o numero
      * novo. CARTAO ATIVO = O DE MAIOR SEQUENCIA EMITIDO OU
      * ENTREGUE. Nenhum registro e removido.
       01  REG-CARTOES.
           02  CRT-CHAVE.
               03  CRT-CPF             PIC X(11).
               03  CRT-PROGRAMA        PIC X(4).
               03  CRT-SEQUENCIA       PIC 9(2).
           02  CRT-NUMERO          PIC 9(16).
           02  CRT-NUMERO-PARTES REDEFINES CRT-NUMERO.
               03  CRT-CORPO           PIC 9(15).
               03  CRT-DV              PIC 9(1).
           02  CRT-SITUACAO        PIC X(1).
               88  CRT-EMITIDO         VALUE "E".
               88  CRT-ENTREGUE        VALUE "T".
               88  CRT-BLOQUEADO       VALUE "B".
               88  CRT-SUBSTITUIDO     VALUE "S".
               88  CRT-ATIVO           VALUE "E" "T".
           02  CRT-DATA-EMISSAO    PIC 9(8).
           02  CRT-DATA-PRODUCAO   PIC 9(8).
           02  CRT-DATA-ENTREGA    PIC 9(8).
           02  CRT-DATA-BLOQUEIO   PIC 9(8).
           02  CRT-MOTIVO-BLOQUEIO PIC X(30).
           02  CRT-NUMERO-SUBSTITUTO PIC 9(16).
           02  CRT-OPERADOR        PIC X(8).
           02  FILLER              PIC X(20).

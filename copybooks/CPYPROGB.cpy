      * CPYPROGB - Layout do registro de ARQ-PROGRAMAS (ver
      * CPYSELPB). PRB-CODIGO e o mesmo codigo de quatro posicoes
      * gravado em INS-PROGRAMA (CPYINSCB). As regras de cada
      * programa sao julgadas pela apuracao mensal (PGM51):
      *   - PRB-RENDA-PER-CAPITA: teto da renda mensal declarada
      *     (ARQ-RENDA) dividida pelo nucleo familiar (titular +
      *     dependentes de ARQ-DEPENDENTES); ZERO = SEM TETO;
      *   - PRB-IDADE-MINIMA/MAXIMA: faixa etaria do titular em
      *     anos completos; MAXIMA ZERO = SEM LIMITE SUPERIOR;
      *   - PRB-DATA-INICIO/FIM: vigencia do programa; FIM ZERO =
      *     VIGENCIA ABERTA.
      * PRB-VALOR-MENSAL e o valor pago por titular por competencia
      * na remessa ao banco (PGM52). Um programa nao e removido:
      * encerrar grava PRB-SITUACAO "E" e o balcao (PGM50) deixa de
      * aceitar inscricoes nele.
      * PRB-EXIGE-NIS "S" marca programa federal, que so aceita
      * inscricao de titular com NIS cadastrado (ARQ-NIS, PGM50).
      * PRB-VAGAS e o limite de inscricoes ativas que o orcamento do
      * programa comporta (ZERO = SEM LIMITE); esgotadas as vagas o
      * balcao (PGM50) poe o titular na lista de espera (CPYESPER),
      * chamada pelo batch mensal PGM90.
      * PRB-EXIGE-CONDIC "S" marca programa de transferencia de renda
      * com condicionalidades (frequencia escolar e saude dos
      * dependentes): a apuracao (PGM51) respeita o estagio de sancao
      * da familia (CPYESTAG).
       01  REG-PROGRAMAS.
           02  PRB-CODIGO          PIC X(4).
           02  PRB-DESCRICAO       PIC X(30).
           02  PRB-VALOR-MENSAL    PIC 9(7)V99.
           02  PRB-RENDA-PER-CAPITA PIC 9(7)V99.
           02  PRB-IDADE-MINIMA    PIC 9(3).
           02  PRB-IDADE-MAXIMA    PIC 9(3).
           02  PRB-DATA-INICIO     PIC 9(8).
           02  PRB-DATA-FIM        PIC 9(8).
           02  PRB-SITUACAO        PIC X(1).
               88  PRB-ATIVO           VALUE "A".
               88  PRB-ENCERRADO       VALUE "E".
           02  PRB-OPERADOR        PIC X(8).
           02  PRB-EXIGE-NIS       PIC X(1).
               88  PRB-NIS-OBRIGATORIO VALUE "S".
           02  PRB-VAGAS           PIC 9(6).
           02  PRB-EXIGE-CONDIC    PIC X(1).
               88  PRB-COM-CONDICIONALIDADE VALUE "S".
           02  FILLER              PIC X(12).

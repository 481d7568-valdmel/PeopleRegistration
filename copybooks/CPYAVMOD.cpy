      * CPYAVMOD - Modelos de texto dos avisos ao cidadao, um por
      * evento (ver CPYAVISO), usados pelo batch de avisos (PGM113)
      * e, pela descricao curta, pela ficha cadastral (PGM42). O
      * texto e fixo; os dados variaveis (nome, referencia e
      * data-limite) sao impressos pelo programa abaixo do texto.
      * Evento novo: acrescentar o bloco e aumentar o OCCURS.
       01  W-TAB-MODELOS-DADOS.
      *    RV - DECLARACAO DE RENDA A VENCER
           05  FILLER              PIC X(2)  VALUE "RV".
           05  FILLER              PIC X(30) VALUE
               "DECLARACAO DE RENDA A VENCER".
           05  FILLER              PIC X(50) VALUE
               "AVISO - DECLARACAO DE RENDA FAMILIAR A VENCER".
           05  FILLER              PIC X(54) VALUE
               "A DECLARACAO DE RENDA DO SEU NUCLEO FAMILIAR VENCE NA".
           05  FILLER              PIC X(54) VALUE
               "DATA INDICADA ABAIXO. SEM UMA DECLARACAO VALIDA, A".
           05  FILLER              PIC X(54) VALUE
               "INSCRICAO NOS PROGRAMAS DE BENEFICIO FICA INAPTA E O".
           05  FILLER              PIC X(54) VALUE
               "PAGAMENTO E RETIDO. COMPARECA AO BALCAO DE ATENDIMENTO".
           05  FILLER              PIC X(54) VALUE
               "COM OS COMPROVANTES DE RENDA DE TODOS OS MORADORES.".
      *    MI - DEPENDENTE NA IDADE-LIMITE
           05  FILLER              PIC X(2)  VALUE "MI".
           05  FILLER              PIC X(30) VALUE
               "DEPENDENTE NA IDADE-LIMITE".
           05  FILLER              PIC X(50) VALUE
               "AVISO - DEPENDENTE ATINGE A IDADE-LIMITE".
           05  FILLER              PIC X(54) VALUE
               "O DEPENDENTE INDICADO ABAIXO ATINGE A IDADE-LIMITE NA".
           05  FILLER              PIC X(54) VALUE
               "DATA INFORMADA E DEIXA DE CONTAR NO NUCLEO FAMILIAR, O".
           05  FILLER              PIC X(54) VALUE
               "QUE PODE ALTERAR A RENDA PER CAPITA E OS BENEFICIOS.".
           05  FILLER              PIC X(54) VALUE
               "SE HOUVER MOTIVO PARA MANTE-LO NO NUCLEO, COMPARECA AO".
           05  FILLER              PIC X(54) VALUE
               "BALCAO DE ATENDIMENTO COM O COMPROVANTE.".
      *    RC - RECADASTRAMENTO PENDENTE
           05  FILLER              PIC X(2)  VALUE "RC".
           05  FILLER              PIC X(30) VALUE
               "RECADASTRAMENTO PENDENTE".
           05  FILLER              PIC X(50) VALUE
               "AVISO - RECADASTRAMENTO NAO CONFIRMADO".
           05  FILLER              PIC X(54) VALUE
               "NAO CONSTA A CONFIRMACAO DOS SEUS DADOS NA CAMPANHA DE".
           05  FILLER              PIC X(54) VALUE
               "RECADASTRAMENTO INDICADA ABAIXO. SEM A CONFIRMACAO ATE".
           05  FILLER              PIC X(54) VALUE
               "A DATA-LIMITE, O SEU CADASTRO PODE SER SUSPENSO.".
           05  FILLER              PIC X(54) VALUE
               "COMPARECA AO BALCAO DE ATENDIMENTO COM DOCUMENTO DE".
           05  FILLER              PIC X(54) VALUE
               "IDENTIFICACAO E COMPROVANTE DE ENDERECO.".
      *    IN - INSCRICAO INAPTA EM PROGRAMA
           05  FILLER              PIC X(2)  VALUE "IN".
           05  FILLER              PIC X(30) VALUE
               "INSCRICAO INAPTA EM PROGRAMA".
           05  FILLER              PIC X(50) VALUE
               "AVISO - INSCRICAO INAPTA EM PROGRAMA DE BENEFICIO".
           05  FILLER              PIC X(54) VALUE
               "NA APURACAO MENSAL DE ELEGIBILIDADE, A SUA INSCRICAO".
           05  FILLER              PIC X(54) VALUE
               "NO PROGRAMA INDICADO ABAIXO FOI CONSIDERADA INAPTA".
           05  FILLER              PIC X(54) VALUE
               "PELO MOTIVO INFORMADO, E O PAGAMENTO FICA RETIDO ATE".
           05  FILLER              PIC X(54) VALUE
               "A REGULARIZACAO. PROCURE O BALCAO DE ATENDIMENTO PARA".
           05  FILLER              PIC X(54) VALUE
               "ATUALIZAR O CADASTRO OU APRESENTAR RECURSO.".
      *    PR - PAGAMENTO REJEITADO PELO BANCO
           05  FILLER              PIC X(2)  VALUE "PR".
           05  FILLER              PIC X(30) VALUE
               "PAGAMENTO REJEITADO PELO BANCO".
           05  FILLER              PIC X(50) VALUE
               "AVISO - PAGAMENTO DE BENEFICIO NAO CREDITADO".
           05  FILLER              PIC X(54) VALUE
               "O BANCO DEVOLVEU O PAGAMENTO DO BENEFICIO INDICADO".
           05  FILLER              PIC X(54) VALUE
               "ABAIXO. O VALOR NAO ESTA PERDIDO: E REENVIADO NA".
           05  FILLER              PIC X(54) VALUE
               "PROXIMA REMESSA, DESDE QUE OS DADOS ESTEJAM CORRETOS.".
           05  FILLER              PIC X(54) VALUE
               "COMPARECA AO BALCAO PARA CONFERIR A CONTA DE CREDITO E".
           05  FILLER              PIC X(54) VALUE
               "OS SEUS DOCUMENTOS.".
       01  W-TAB-MODELOS REDEFINES W-TAB-MODELOS-DADOS.
           05  W-MOD-ITEM          OCCURS 5 TIMES
                                   INDEXED BY W-IDX-MOD.
               10  W-MOD-EVENTO        PIC X(2).
               10  W-MOD-DESCRICAO     PIC X(30).
               10  W-MOD-TITULO        PIC X(50).
               10  W-MOD-LINHA         PIC X(54) OCCURS 5 TIMES.

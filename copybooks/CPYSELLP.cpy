      * CPYSELLP - Clausula SELECT de ARQ-LANCAMENTOS (PAGHIST.DAT),
      * o livro de pagamentos de beneficio: um lancamento por
      * titular + programa + competencia, em vez de so o ultimo
      * carimbo de INS-SIT-PAGAMENTO na inscricao. Gravado pela
      * remessa ao banco (PGM52), que recusa pagar de novo uma
      * competencia ja paga; atualizado pela carga do retorno
      * (PGM53); consultado no balcao pela tela de historico de
      * pagamentos (PGM82). Quem inclui este copybook deve usar
      * REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "C:\TEMP\PAGHIST.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   LPG-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELDB - Clausula SELECT de ARQ-DEBITOS (DEBITOS.DAT), o
      * cadastro de recuperacao de pagamentos indevidos: um debito por
      * lancamento pago do livro (PAGHIST.DAT) cuja competencia caiu
      * depois da perda do direito (obito, exclusao, transferencia ou
      * bloqueio judicial). Gravado pela apuracao (PGM84), negociado
      * na tela do PGM85 (so supervisor) e amortizado pela remessa ao
      * banco (PGM52), que desconta a parcela do pagamento de outro
      * programa a que a familia ainda tem direito. Quem inclui este
      * copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-DEBITOS ASSIGN TO "C:\TEMP\DEBITOS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   DEB-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

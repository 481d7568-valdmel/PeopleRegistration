      * CPYSELSG - Clausula SELECT de ARQ-SOLIC-LGPD (SOLLGPD.DAT),
      * o registro das solicitacoes de titulares (LGPD): qual direito
      * o cidadao exerceu, quando pediu, o prazo legal, quem
      * respondeu e com qual saida. Chave = protocolo (PGM54,
      * operacao "L"); chave alternativa SLG-CPF (com duplicatas)
      * para achar as solicitacoes de uma pessoa. Registrado e
      * respondido na tela do PGM109 (correcao, revogacao de
      * consentimento, indeferimento); o vinculo com as saidas dos
      * outros programas (extrato do PGM63, fila de aprovacoes do
      * PGM13/PGM31) e gravado pela sub-rotina PGM110. Apurado pelo
      * relatorio diario de prazos (PGM111). Quem
      * inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-SOLIC-LGPD ASSIGN TO "C:\TEMP\SOLLGPD.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   SLG-PROTOCOLO
               ALTERNATE RECORD KEY SLG-CPF WITH DUPLICATES
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

       DATE-WRITTEN. 02/09/2026.
      *
      *    CONTROLE DE TRANSMISSAO DOS ARQUIVOS DE INTERFACE
      *    (TRANSMIS.DAT, CPYTRANS). QUATRO SERVICOS, PELO CODIGO DE
      *    FUNCAO:
      *      "A" (ALOCAR)    - DEVOLVE EM LK-NUMERO O PROXIMO NUMERO
      *          DE REMESSA DO TIPO, SEM GRAVAR NADA (UMA EMISSAO
      *          AGUARDANDO RETORNO, COM DATA DE ENVIO = HOJE E
      *          PREVISTA = HOJE + 7 DIAS CORRIDOS (PRAZO COMBINADO
      *          COM OS ORGAOS);
      *      "S" (SEM RETORNO) - REGISTRA A REMESSA LK-NUMERO COMO
      *          ENTREGUE, SEM RETORNO A AGUARDAR (DECLARACAO ANUAL
      *          DE BENEFICIOS DO PGM83): FICA NO REGISTRO PARA A
      *          NUMERACAO, MAS O PGM72 NAO A COBRA;
      *      "R" (RETORNO)   - CRITICA E BAIXA O RETORNO DA REMESSA
      *          LK-NUMERO. LK-RESULTADO DEVOLVE:
      *            "O" RETORNO BAIXADO;
      *            "N" NUMERO NAO REGISTRADO;
      *            "S" SEM REGISTRO DE TRANSMISSOES (CONTROLE AINDA
      *                NAO IMPLANTADO - O CHAMADOR SEGUE COMO ANTES).
      *    CHAMADO POR PGM10/PGM21/PGM83 (EMISSAO), PGM20/PGM22
      *    (RETORNO) E PGM72 (ALERTA DE ATRASADOS). MESMO PADRAO DE
      *    SUB-ROTINA DO PGM38.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   PERFORM ALOCAR-NUMERO
               WHEN "E"
                   PERFORM REGISTRAR-EMISSAO
               WHEN "S"
                   PERFORM REGISTRAR-EMISSAO
               WHEN "R"
                   PERFORM BAIXAR-RETORNO
           END-EVALUATE
           MOVE LK-TIPO          TO TRS-TIPO
           MOVE LK-NUMERO        TO TRS-NUMERO
           MOVE WS-DATA-SIST-NUM TO TRS-DATA-ENVIO
           IF  LK-FUNCAO = "S"
               MOVE ZEROS        TO TRS-DATA-PREVISTA
               MOVE "N"          TO TRS-SITUACAO
           ELSE
               COMPUTE W-INT-DATA =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-SIST-NUM) + 7
               COMPUTE TRS-DATA-PREVISTA =
                       FUNCTION DATE-OF-INTEGER (W-INT-DATA)
               MOVE "A"          TO TRS-SITUACAO
           END-IF
           MOVE ZEROS            TO TRS-DATA-RETORNO
           WRITE REG-TRANSMISSOES
           IF  W-COD-ERRO-TRS = "22"

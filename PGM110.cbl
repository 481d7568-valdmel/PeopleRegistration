       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM110  INITIAL.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    VINCULO DA SOLICITACAO DE TITULAR LGPD (SOLLGPD.DAT,
      *    CPYSOLGP) COM A SAIDA QUE A RESPONDEU. TRES SERVICOS,
      *    PELO CODIGO DE FUNCAO:
      *      "C" (CONFERIR) - VERIFICA SE O PROTOCOLO INFORMADO E UMA
      *          SOLICITACAO ABERTA DO MESMO CPF E SE O TIPO DE
      *          DIREITO CASA COM A SAIDA (LK-VINCULO-TIPO): EXTRATO
      *          "X" PARA ACESSO/PORTABILIDADE, PROTOCOLO "P" PARA
      *          CORRECAO, FILA "F" PARA ELIMINACAO, CONSENTIMENTO
      *          "C" PARA REVOGACAO; "N" (INDEFERIMENTO) CASA COM
      *          QUALQUER TIPO. NADA E GRAVADO; CONFERIDA, DEVOLVE EM
      *          LK-VINCULO A DATA-LIMITE LEGAL (AAAAMMDD), QUE O
      *          PGM13 LEVA PARA O PRAZO DA FILA DE APROVACOES.
      *      "B" (BAIXAR)   - FAZ A MESMA CONFERENCIA E GRAVA O
      *          VINCULO, A SITUACAO (LK-SITUACAO T/E/N), O
      *          RESPONSAVEL E, SE A SOLICITACAO FOI ENCERRADA, A
      *          DATA DA RESPOSTA.
      *      "F" (FILA)     - LOCALIZA, PELO CPF E PELA DATA/HORA DA
      *          SOLICITACAO NA FILA DE APROVACOES, A SOLICITACAO DE
      *          ELIMINACAO EM ANDAMENTO E A ENCERRA COM O VEREDITO
      *          DO PGM31 (T SE EFETIVADA, N SE REJEITADA),
      *          DEVOLVENDO O PROTOCOLO EM LK-PROTOCOLO.
      *    RETORNO EM LK-RETORNO: "00" OK, "23" NAO ENCONTRADA, "CP"
      *    PROTOCOLO DE OUTRO CPF, "FE" SOLICITACAO JA RESPONDIDA OU
      *    EM ANDAMENTO, "TP" SAIDA NAO CORRESPONDE AO DIREITO
      *    PEDIDO; OUTRO VALOR E O STATUS DE E/S. CHAMADO PELO
      *    PGM63 (EXTRATO), PGM13 (SOLICITACAO DE ANONIMIZACAO) E
      *    PGM31 (VEREDITO); AS RESPOSTAS DADAS NA PROPRIA TELA DO
      *    REGISTRO (PGM109) SAO GRAVADAS POR ELA. MESMO PADRAO DE
      *    SUB-ROTINA DO PGM54/PGM64.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELSG REPLACING STATUS-FIELD BY W-COD-ERRO-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SOLIC-LGPD
           LABEL RECORD STANDARD.
       COPY CPYSOLGP.

       WORKING-STORAGE SECTION.
       77  W-COD-ERRO-SLG      PIC X(2) VALUE SPACES.
       77  W-FIM-FAIXA         PIC X VALUE "N".
       77  W-ACHOU             PIC X VALUE "N".

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-FUNCAO           PIC X(1).
       01  LK-PROTOCOLO        PIC 9(9).
       01  LK-CPF              PIC X(11).
       01  LK-VINCULO-TIPO     PIC X(1).
       01  LK-VINCULO          PIC X(20).
       01  LK-SITUACAO         PIC X(1).
       01  LK-OPERADOR         PIC X(8).
       01  LK-RETORNO          PIC X(2).

       PROCEDURE DIVISION USING LK-FUNCAO LK-PROTOCOLO LK-CPF
                                LK-VINCULO-TIPO LK-VINCULO
                                LK-SITUACAO LK-OPERADOR LK-RETORNO.
       INICIO.
           MOVE "00" TO LK-RETORNO
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           IF  LK-FUNCAO = "C"
               OPEN INPUT ARQ-SOLIC-LGPD
           ELSE
               OPEN I-O ARQ-SOLIC-LGPD
           END-IF
           IF  W-COD-ERRO-SLG = "35"
               MOVE "23" TO LK-RETORNO
               EXIT PROGRAM
           END-IF
           IF  W-COD-ERRO-SLG NOT = "00"
               DISPLAY "ERRO AO ABRIR SOLLGPD.DAT - STATUS "
                       W-COD-ERRO-SLG
               MOVE W-COD-ERRO-SLG TO LK-RETORNO
               EXIT PROGRAM
           END-IF

           IF  LK-FUNCAO = "F"
               PERFORM ENCERRAR-PELA-FILA
           ELSE
               PERFORM CONFERIR-SOLICITACAO
               IF  LK-RETORNO = "00" AND LK-FUNCAO = "B"
                   PERFORM GRAVAR-VINCULO
               END-IF
               IF  LK-RETORNO = "00" AND LK-FUNCAO = "C"
                   MOVE SLG-DATA-LIMITE TO LK-VINCULO
               END-IF
           END-IF
           CLOSE ARQ-SOLIC-LGPD
           EXIT PROGRAM.

       CONFERIR-SOLICITACAO.
           MOVE LK-PROTOCOLO TO SLG-PROTOCOLO
           READ ARQ-SOLIC-LGPD
           IF  W-COD-ERRO-SLG NOT = "00"
               MOVE W-COD-ERRO-SLG TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF  SLG-CPF NOT = LK-CPF
               MOVE "CP" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF  NOT SLG-ABERTA
               MOVE "FE" TO LK-RETORNO
               EXIT PARAGRAPH
           END-IF
           EVALUATE LK-VINCULO-TIPO
               WHEN "X"
                   IF  NOT SLG-ACESSO AND NOT SLG-PORTABILIDADE
                       MOVE "TP" TO LK-RETORNO
                   END-IF
               WHEN "P"
                   IF  NOT SLG-CORRECAO
                       MOVE "TP" TO LK-RETORNO
                   END-IF
               WHEN "F"
                   IF  NOT SLG-ELIMINACAO
                       MOVE "TP" TO LK-RETORNO
                   END-IF
               WHEN "C"
                   IF  NOT SLG-REVOGACAO
                       MOVE "TP" TO LK-RETORNO
                   END-IF
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   MOVE "TP" TO LK-RETORNO
           END-EVALUATE.

       GRAVAR-VINCULO.
           MOVE LK-VINCULO-TIPO TO SLG-VINCULO-TIPO
           MOVE LK-VINCULO      TO SLG-VINCULO
           MOVE LK-SITUACAO     TO SLG-SITUACAO
           MOVE LK-OPERADOR     TO SLG-RESPONSAVEL
           IF  NOT SLG-PENDENTE
               MOVE WS-DATA-SIST-NUM TO SLG-DATA-RESPOSTA
           END-IF
           REWRITE REG-SOLIC-LGPD
           IF  W-COD-ERRO-SLG NOT = "00"
               DISPLAY "ERRO AO GRAVAR SOLICITACAO LGPD "
                       LK-PROTOCOLO " STATUS " W-COD-ERRO-SLG
               MOVE W-COD-ERRO-SLG TO LK-RETORNO
           END-IF.

      *    A FAIXA DO CPF SAI PELA CHAVE ALTERNATIVA; SO UMA
      *    SOLICITACAO PODE ESTAR VINCULADA A MESMA ENTRADA DA FILA.
       ENCERRAR-PELA-FILA.
           MOVE "23" TO LK-RETORNO
           MOVE "N" TO W-FIM-FAIXA
           MOVE "N" TO W-ACHOU
           MOVE LK-CPF TO SLG-CPF
           START ARQ-SOLIC-LGPD KEY = SLG-CPF
               INVALID KEY
                   MOVE "S" TO W-FIM-FAIXA
           END-START
           PERFORM LER-FAIXA-CPF
                   UNTIL W-FIM-FAIXA = "S" OR W-ACHOU = "S"
           IF  W-ACHOU = "S"
               MOVE "00" TO LK-RETORNO
               MOVE SLG-PROTOCOLO TO LK-PROTOCOLO
               IF  LK-SITUACAO = "N"
                   MOVE "ELIMINACAO REJEITADA PELO SUPERVISOR"
                        TO SLG-JUSTIFICATIVA
               END-IF
               PERFORM GRAVAR-VINCULO
           END-IF.

       LER-FAIXA-CPF.
           READ ARQ-SOLIC-LGPD NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-FAIXA
           END-READ
           IF  W-FIM-FAIXA NOT = "S"
               IF  SLG-CPF NOT = LK-CPF
                   MOVE "S" TO W-FIM-FAIXA
               ELSE
                   IF  SLG-EM-ANDAMENTO AND SLG-VINC-APROVACAO
                    AND SLG-VINCULO = LK-VINCULO
                       MOVE "S" TO W-ACHOU
                   END-IF
               END-IF
           END-IF.

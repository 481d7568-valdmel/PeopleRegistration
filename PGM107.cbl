       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM107.
       AUTHOR. VALDEMAR.
       DATE-WRITTEN. 15/10/2026.
      *
      *    GERACAO DAS SOLICITACOES DE VISITA DOMICILIAR (VISITAS.DAT,
      *    CPYVISIT) A PARTIR DAS LISTAS QUE JA APONTAM QUE "ALGUEM
      *    PRECISA IR LA". CADA FONTE E OPCIONAL -- A QUE AINDA NAO
      *    FOI GERADA E SO AVISADA NO CONSOLE:
      *      CD - QUALIDAD.WRK: PENDENCIA COM MOTIVO 07, ENDERECO
      *           DEVOLVIDO PELO CORREIO (PGM66);
      *      EL - BENEFEXC.WRK: EXCECAO DE ELEGIBILIDADE "RENDEIROS
      *           EXCEDEM O NUCLEO FAMILIAR" (PGM51);
      *      CU - CADUNICO.WRK: DIVERGENCIA PENDENTE DE ENDERECO (02)
      *           OU DE MEMBRO AUSENTE (03, VISITA AO RESPONSAVEL)
      *           (PGM95);
      *      FR - FRAUDES.WRK: INDICIO PENDENTE DE VARIOS TITULARES NO
      *           MESMO ENDERECO (01) OU DE DEPENDENTE EM DOIS NUCLEOS
      *           (02, VISITA AO SEGUNDO TITULAR) (PGM97).
      *    A SOLICITACAO NASCE "S" (AGUARDANDO O SUPERVISOR NO PGM106)
      *    COM A DATA DO DIA. NAO E GERADA PARA CPF SEM CADASTRO ATIVO
      *    NEM PARA QUEM JA TEM VISITA EM ABERTO, DE MODO QUE O LOTE
      *    PODE SER RODADO DE NOVO SEM DUPLICAR PEDIDOS. AS LISTAS DE
      *    ORIGEM SO SAO LIDAS, NUNCA BAIXADAS AQUI.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSELPE REPLACING STATUS-FIELD BY W-COD-ERRO.

           COPY CPYSELVI REPLACING STATUS-FIELD BY W-COD-ERRO-VIS.

           SELECT ARQ-QUALIDADE ASSIGN TO "C:\TEMP\QUALIDAD.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-QUA.

           SELECT ARQ-EXCECOES ASSIGN TO "C:\TEMP\BENEFEXC.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-EXC.

           SELECT ARQ-CADUNICO ASSIGN TO "C:\TEMP\CADUNICO.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-DIV.

           SELECT ARQ-FRAUDES ASSIGN TO "C:\TEMP\FRAUDES.WRK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-FRD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESSOAS
           LABEL RECORD STANDARD.
       COPY CPYPESSOA.

       FD  ARQ-VISITAS
           LABEL RECORD STANDARD.
       COPY CPYVISIT.

       FD  ARQ-QUALIDADE
           LABEL RECORD STANDARD.
       COPY CPYQUALI.

       FD  ARQ-EXCECOES
           LABEL RECORD STANDARD.
       01  REG-EXCECAO.
           05  EXC-CPF             PIC X(11).
           05  EXC-PROGRAMA        PIC X(4).
           05  EXC-NOME            PIC X(30).
           05  EXC-MOTIVO          PIC X(40).

       FD  ARQ-CADUNICO
           LABEL RECORD STANDARD.
       COPY CPYDIVCU.

       FD  ARQ-FRAUDES
           LABEL RECORD STANDARD.
       COPY CPYFRAUD.

       WORKING-STORAGE SECTION.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-VIS      PIC XX VALUE SPACES.
       01  W-COD-ERRO-QUA      PIC XX VALUE SPACES.
       01  W-COD-ERRO-EXC      PIC XX VALUE SPACES.
       01  W-COD-ERRO-DIV      PIC XX VALUE SPACES.
       01  W-COD-ERRO-FRD      PIC XX VALUE SPACES.
       01  W-OPERADOR          PIC X(8)  VALUE SPACES.
       01  W-FIM-ARQUIVO       PIC X  VALUE "N".
           88  FIM-ARQUIVO         VALUE "S".
       01  W-FIM-VISITAS       PIC X  VALUE "N".
       01  W-TEM-ABERTA        PIC X  VALUE "N".
       01  W-IND-MOTIVO        PIC 9  VALUE ZEROS.
       01  W-TEM-MOTIVO-07     PIC X  VALUE "N".

      *    CANDIDATO DA VEZ, MONTADO POR CADA FONTE.
       01  W-CPF-CANDIDATO     PIC X(11) VALUE SPACES.
       01  W-ORIGEM            PIC X(2)  VALUE SPACES.
       01  W-MOTIVO            PIC X(40) VALUE SPACES.

       01  W-EXC-ELEGIBILIDADE PIC X(40)
           VALUE "RENDEIROS EXCEDEM O NUCLEO FAMILIAR".

       01  W-CONTADORES.
           05  W-CONT-LIDOS        PIC 9(6) VALUE ZEROS.
           05  W-CONT-GERADAS      PIC 9(6) VALUE ZEROS.
           05  W-CONT-JA-ABERTAS   PIC 9(6) VALUE ZEROS.
           05  W-CONT-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
           05  W-CONT-GER-CD       PIC 9(6) VALUE ZEROS.
           05  W-CONT-GER-EL       PIC 9(6) VALUE ZEROS.
           05  W-CONT-GER-CU       PIC 9(6) VALUE ZEROS.
           05  W-CONT-GER-FR       PIC 9(6) VALUE ZEROS.

       01 WS-DATA-SIST.
           05 WS-ANO-SIST PIC 9(4) VALUES 0.
           05 WS-MES-SIST PIC 99 VALUES 0.
           05 WS-DIA-SIST PIC 99 VALUES 0.
       01 WS-DATA-SIST-NUM PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIST FROM DATE YYYYMMDD
           COMPUTE WS-DATA-SIST-NUM =
                   WS-ANO-SIST * 10000 + WS-MES-SIST * 100 + WS-DIA-SIST

           CALL "PGM35"
           DISPLAY "OPERADOR RESPONSAVEL PELA GERACAO: "
               WITH NO ADVANCING
           ACCEPT W-OPERADOR FROM CONSOLE

           PERFORM ABRIR-ARQUIVOS.
           PERFORM GERAR-CORRESPONDENCIA.
           PERFORM GERAR-ELEGIBILIDADE.
           PERFORM GERAR-CADUNICO.
           PERFORM GERAR-FRAUDES.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PESSOAS.
           IF  W-COD-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR PESSOAS: " W-COD-ERRO
               STOP RUN
           END-IF.

           OPEN I-O ARQ-VISITAS.
           IF  W-COD-ERRO-VIS = "35"
               OPEN OUTPUT ARQ-VISITAS
               CLOSE ARQ-VISITAS
               OPEN I-O ARQ-VISITAS
           END-IF.
           IF  W-COD-ERRO-VIS NOT = "00"
               DISPLAY "ERRO AO ABRIR VISITAS.DAT: " W-COD-ERRO-VIS
               CLOSE ARQ-PESSOAS
               STOP RUN
           END-IF.

      *    ----------------------------------------------------------
      *    CD - CORRESPONDENCIA DEVOLVIDA (QUALIDAD.WRK, MOTIVO 07)
      *    ----------------------------------------------------------
       GERAR-CORRESPONDENCIA.
           OPEN INPUT ARQ-QUALIDADE
           IF  W-COD-ERRO-QUA NOT = "00"
               DISPLAY "QUALIDAD.WRK NAO DISPONIVEL - FONTE IGNORADA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-QUALIDADE
           PERFORM TRATAR-QUALIDADE UNTIL FIM-ARQUIVO
           CLOSE ARQ-QUALIDADE.

       LER-QUALIDADE.
           READ ARQ-QUALIDADE
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       TRATAR-QUALIDADE.
           IF  QUA-PENDENTE
               MOVE "N" TO W-TEM-MOTIVO-07
               PERFORM PROCURAR-MOTIVO-07
                       VARYING W-IND-MOTIVO FROM 1 BY 1
                       UNTIL W-IND-MOTIVO > 5
               IF  W-TEM-MOTIVO-07 = "S"
                   MOVE QUA-CPF TO W-CPF-CANDIDATO
                   MOVE "CD"    TO W-ORIGEM
                   MOVE "CORRESPONDENCIA DEVOLVIDA PELO CORREIO"
                        TO W-MOTIVO
                   PERFORM GERAR-SOLICITACAO
                   IF  W-COD-ERRO-VIS = "00"
                       ADD 1 TO W-CONT-GER-CD
                   END-IF
               END-IF
           END-IF
           PERFORM LER-QUALIDADE.

       PROCURAR-MOTIVO-07.
           IF  QUA-MOTIVO (W-IND-MOTIVO) = "07"
               MOVE "S" TO W-TEM-MOTIVO-07
           END-IF.

      *    ----------------------------------------------------------
      *    EL - EXCECOES DE ELEGIBILIDADE (BENEFEXC.WRK)
      *    ----------------------------------------------------------
       GERAR-ELEGIBILIDADE.
           OPEN INPUT ARQ-EXCECOES
           IF  W-COD-ERRO-EXC NOT = "00"
               DISPLAY "BENEFEXC.WRK NAO DISPONIVEL - FONTE IGNORADA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-EXCECAO
           PERFORM TRATAR-EXCECAO UNTIL FIM-ARQUIVO
           CLOSE ARQ-EXCECOES.

       LER-EXCECAO.
           READ ARQ-EXCECOES
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       TRATAR-EXCECAO.
           IF  EXC-MOTIVO = W-EXC-ELEGIBILIDADE
               MOVE EXC-CPF TO W-CPF-CANDIDATO
               MOVE "EL"    TO W-ORIGEM
               MOVE SPACES  TO W-MOTIVO
               STRING "ELEGIBILIDADE " EXC-PROGRAMA
                      ": RENDEIROS X NUCLEO"
                   DELIMITED BY SIZE INTO W-MOTIVO
               PERFORM GERAR-SOLICITACAO
               IF  W-COD-ERRO-VIS = "00"
                   ADD 1 TO W-CONT-GER-EL
               END-IF
           END-IF
           PERFORM LER-EXCECAO.

      *    ----------------------------------------------------------
      *    CU - DIVERGENCIAS COM O CADUNICO (CADUNICO.WRK)
      *    ----------------------------------------------------------
       GERAR-CADUNICO.
           OPEN INPUT ARQ-CADUNICO
           IF  W-COD-ERRO-DIV NOT = "00"
               DISPLAY "CADUNICO.WRK NAO DISPONIVEL - FONTE IGNORADA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-CADUNICO
           PERFORM TRATAR-CADUNICO UNTIL FIM-ARQUIVO
           CLOSE ARQ-CADUNICO.

       LER-CADUNICO.
           READ ARQ-CADUNICO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    O MEMBRO AUSENTE PODE NEM TER CADASTRO PROPRIO: A VISITA E
      *    AO RESPONSAVEL PELA FAMILIA.
       TRATAR-CADUNICO.
           IF  DIV-PENDENTE AND (DIV-ENDERECO OR DIV-MEMBRO-AUSENTE)
               MOVE "CU" TO W-ORIGEM
               IF  DIV-ENDERECO
                   MOVE DIV-CPF TO W-CPF-CANDIDATO
                   MOVE "CADUNICO: ENDERECO/CEP DIFERENTE"
                        TO W-MOTIVO
               ELSE
                   MOVE DIV-CPF-RESPONSAVEL TO W-CPF-CANDIDATO
                   IF  W-CPF-CANDIDATO = SPACES
                       MOVE DIV-CPF TO W-CPF-CANDIDATO
                   END-IF
                   MOVE "CADUNICO: MEMBRO AUSENTE DOS DEPENDENTES"
                        TO W-MOTIVO
               END-IF
               IF  W-CPF-CANDIDATO NOT = SPACES
                   PERFORM GERAR-SOLICITACAO
                   IF  W-COD-ERRO-VIS = "00"
                       ADD 1 TO W-CONT-GER-CU
                   END-IF
               END-IF
           END-IF
           PERFORM LER-CADUNICO.

      *    ----------------------------------------------------------
      *    FR - INDICIOS DE FRAUDE (FRAUDES.WRK)
      *    ----------------------------------------------------------
       GERAR-FRAUDES.
           OPEN INPUT ARQ-FRAUDES
           IF  W-COD-ERRO-FRD NOT = "00"
               DISPLAY "FRAUDES.WRK NAO DISPONIVEL - FONTE IGNORADA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-FIM-ARQUIVO
           PERFORM LER-FRAUDE
           PERFORM TRATAR-FRAUDE UNTIL FIM-ARQUIVO
           CLOSE ARQ-FRAUDES.

       LER-FRAUDE.
           READ ARQ-FRAUDES
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *    NO INDICIO 02 FRD-CPF E O DEPENDENTE; QUEM RECEBE A VISITA
      *    E O TITULAR GUARDADO EM FRD-REFERENCIA.
       TRATAR-FRAUDE.
           IF  FRD-PENDENTE
            AND (FRD-ENDERECO-COMUM OR FRD-DEPENDENTE-DUPLO)
               MOVE "FR" TO W-ORIGEM
               IF  FRD-ENDERECO-COMUM
                   MOVE FRD-CPF TO W-CPF-CANDIDATO
                   MOVE "FRAUDE: VARIOS TITULARES NO ENDERECO"
                        TO W-MOTIVO
               ELSE
                   MOVE FRD-REFERENCIA TO W-CPF-CANDIDATO
                   MOVE "FRAUDE: DEPENDENTE EM DOIS NUCLEOS"
                        TO W-MOTIVO
               END-IF
               PERFORM GERAR-SOLICITACAO
               IF  W-COD-ERRO-VIS = "00"
                   ADD 1 TO W-CONT-GER-FR
               END-IF
           END-IF
           PERFORM LER-FRAUDE.

      *    ----------------------------------------------------------
      *    GRAVACAO DA SOLICITACAO (COMUM A TODAS AS FONTES). QUANDO
      *    NADA E GRAVADO, W-COD-ERRO-VIS FICA DIFERENTE DE "00" PARA
      *    A FONTE NAO CONTAR A SOLICITACAO.
      *    ----------------------------------------------------------
       GERAR-SOLICITACAO.
           ADD 1 TO W-CONT-LIDOS
           MOVE "XX" TO W-COD-ERRO-VIS
           MOVE W-CPF-CANDIDATO TO CPF
           READ ARQ-PESSOAS
           IF  W-COD-ERRO NOT = "00" OR NOT PESSOA-ATIVA
               ADD 1 TO W-CONT-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF
           PERFORM PROCURAR-VISITA-ABERTA
           IF  W-TEM-ABERTA = "S"
               ADD 1 TO W-CONT-JA-ABERTAS
               MOVE "XX" TO W-COD-ERRO-VIS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-VISITAS
           MOVE W-CPF-CANDIDATO  TO VIS-CPF
           MOVE WS-DATA-SIST-NUM TO VIS-DATA-SOLICITACAO
           MOVE W-ORIGEM         TO VIS-ORIGEM
           MOVE W-MOTIVO         TO VIS-MOTIVO
           MOVE "S"              TO VIS-SITUACAO
           MOVE W-OPERADOR       TO VIS-OPERADOR-SOLIC
           WRITE REG-VISITAS
           IF  W-COD-ERRO-VIS = "22"
      *        JA HOUVE (E FOI ENCERRADA) UMA VISITA HOJE PARA O CPF.
               ADD 1 TO W-CONT-JA-ABERTAS
           ELSE
           IF  W-COD-ERRO-VIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR VISITA DO CPF " W-CPF-CANDIDATO
                       ": " W-COD-ERRO-VIS
           ELSE
               ADD 1 TO W-CONT-GERADAS
           END-IF
           END-IF.

       PROCURAR-VISITA-ABERTA.
           MOVE "N"   TO W-TEM-ABERTA W-FIM-VISITAS
           MOVE W-CPF-CANDIDATO TO VIS-CPF
           MOVE ZEROS TO VIS-DATA-SOLICITACAO
           START ARQ-VISITAS KEY NOT < VIS-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-VISITAS
           END-START
           PERFORM LER-VISITA-PESSOA
                   UNTIL W-FIM-VISITAS = "S" OR W-TEM-ABERTA = "S".

       LER-VISITA-PESSOA.
           READ ARQ-VISITAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VISITAS
           END-READ
           IF  W-FIM-VISITAS NOT = "S"
               IF  VIS-CPF NOT = W-CPF-CANDIDATO
                   MOVE "S" TO W-FIM-VISITAS
               ELSE
               IF  VIS-EM-ABERTO
                   MOVE "S" TO W-TEM-ABERTA
               END-IF
               END-IF
           END-IF.

       IMPRIMIR-TOTAIS.
           DISPLAY "CANDIDATOS APONTADOS PELAS FONTES : " W-CONT-LIDOS.
           DISPLAY "SOLICITACOES GERADAS              : "
                   W-CONT-GERADAS.
           DISPLAY "  CORRESPONDENCIA DEVOLVIDA (CD)  : " W-CONT-GER-CD.
           DISPLAY "  ELEGIBILIDADE (EL)              : " W-CONT-GER-EL.
           DISPLAY "  DIVERGENCIA CADUNICO (CU)       : " W-CONT-GER-CU.
           DISPLAY "  INDICIO DE FRAUDE (FR)          : " W-CONT-GER-FR.
           DISPLAY "IGNORADOS - JA COM VISITA         : "
                   W-CONT-JA-ABERTAS.
           DISPLAY "IGNORADOS - SEM CADASTRO ATIVO    : "
                   W-CONT-SEM-CADASTRO.

       FINALIZACAO.
           CLOSE ARQ-PESSOAS.
           CLOSE ARQ-VISITAS.

      *    PROGRAMA BATCH DE RECARGA (RELOAD). LE O EXTRATO SEQUENCIAL
      *    GRAVADO PELO PGM07 (PESSOAS.EXT) E RECONSTROI O ARQUIVO
      *    INDEXADO ARQ-PESSOAS A PARTIR DELE, PARA RECUPERACAO EM
      *    CASO DE CORRUPCAO DO INDEXADO. NO FIM, O INDICE FONETICO
      *    DE NOMES E RECONSTRUIDO SOBRE O CADASTRO RECARREGADO
      *    (PGM118), JA QUE A RECARGA NAO PASSA PELA TRILHA (PGM05).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM GRAVAR-MARCO-RECARGA.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZACAO.
           CALL "PGM118".
           STOP RUN.

      *    MARCO DE RECARGA PARA O VERIFICADOR DE SAUDE (PGM36):

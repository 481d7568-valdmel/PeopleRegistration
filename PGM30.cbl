      *    (COM AS MESMAS REGRAS DO PGM29), REGRAVA O CADASTRO COM
      *    CARIMBO E AUDITORIA ("A" VIA PGM05, COM BLOQUEIO OTIMISTA
      *    DO PGM02) E MARCA O ITEM COMO RESOLVIDO NA PROPRIA LISTA
      *    (REWRITE NO SEQUENCIAL, MESMO TAMANHO). ALEM DOS MOTIVOS DO
      *    PGM29, TRATA OS ACRESCENTADOS POR OUTROS PROGRAMAS: 07
      *    CORRESPONDENCIA DEVOLVIDA (PGM66) E 08 MUDANCA APONTADA EM
      *    VISITA DOMICILIAR (PGM105). CHAMADO PELO PGM00 NO SUBMENU
      *    APOIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-TEM-MOTIVO-05     PIC X VALUE "N".
       01  W-TEM-MOTIVO-06     PIC X VALUE "N".
       01  W-TEM-MOTIVO-07     PIC X VALUE "N".
       01  W-TEM-MOTIVO-08     PIC X VALUE "N".
       01  W-CAMPO-VALIDO      PIC X VALUE "N".
       01  W-QTD-ARROBAS       PIC 9(2) VALUE ZEROS.
       01  W-ANO-NASC          PIC 9(4) VALUE ZEROS.
           MOVE "N" TO W-TEM-MOTIVO-01 W-TEM-MOTIVO-02
                       W-TEM-MOTIVO-03 W-TEM-MOTIVO-04
                       W-TEM-MOTIVO-05 W-TEM-MOTIVO-06
                       W-TEM-MOTIVO-07 W-TEM-MOTIVO-08
           PERFORM EXIBIR-MOTIVO
                   VARYING W-IDX-MOTIVO FROM 1 BY 1
                   UNTIL W-IDX-MOTIVO > 5.
                   MOVE "ENDERECO DEVOLVIDO PELO CORREIO"
                        TO W-DESCR-MOTIVO
                   MOVE "S" TO W-TEM-MOTIVO-07
               WHEN "08"
                   MOVE "MUDANCA APONTADA EM VISITA DOMICILIAR"
                        TO W-DESCR-MOTIVO
                   MOVE "S" TO W-TEM-MOTIVO-08
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  W-TEM-MOTIVO-06 = "S"
               PERFORM CORRIGIR-CIDADE
           END-IF
           IF  W-TEM-MOTIVO-07 = "S" OR W-TEM-MOTIVO-08 = "S"
               PERFORM CORRIGIR-ENDERECO
           END-IF.

               ACCEPT COMPLEMENTO AT 1718 WITH AUTO
           END-PERFORM.

      *    ENDERECO DEVOLVIDO PELO CORREIO (PGM66) OU MUDANCA
      *    APONTADA NA VISITA DOMICILIAR (PGM105): O ATENDENTE
      *    REDIGITA O ENDERECO COMPLETO E ESCOLHE O MUNICIPIO PELA
      *    TABELA, COMO NO PGM02.
       CORRIGIR-ENDERECO.

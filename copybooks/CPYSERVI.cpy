      * CPYSERVI - Tabela dos tipos de servico do balcao que tem
      * agenda (CPYAGEND/CPYMARCA): codigo de duas letras e
      * descricao. Um servico novo entra aqui e passa a valer para
      * a geracao de horarios (PGM101), a marcacao (PGM102) e os
      * relatorios da agenda (PGM103/PGM104).
       01  WS-TAB-SERVICOS.
           05  WS-TAB-SERVICOS-DADOS.
               10  FILLER  PIC X(24) VALUE "CDCADASTRO / ALTERACAO".
               10  FILLER  PIC X(24) VALUE "RCRECADASTRAMENTO".
               10  FILLER  PIC X(24) VALUE "BFBENEFICIOS".
               10  FILLER  PIC X(24) VALUE "ASATENDIMENTO SOCIAL".
           05  FILLER REDEFINES WS-TAB-SERVICOS-DADOS.
               10  WS-SERV-ITEM        OCCURS 4 TIMES
                                        INDEXED BY WS-IDX-SERV.
                   15  WS-SERV-CODIGO      PIC X(2).
                   15  WS-SERV-DESCRICAO   PIC X(22).
       01  WS-QTD-SERVICOS         PIC 9(2) VALUE 4.

      * CPYSELNS - Clausula SELECT de ARQ-NIS (NIS.DAT), o satelite
      * do NIS (PIS/PASEP/NIS) por CPF. A chave alternativa SEM
      * duplicidade garante que um mesmo NIS nunca fica em dois CPFs:
      * a gravacao repetida devolve status "22". Digitado no balcao
      * (PGM50), exigido na inscricao em programa federal e levado na
      * ficha (PGM42), no extrato LGPD (PGM63), na remessa (PGM52) e
      * na transferencia entre municipios (PGM77/PGM78). Quem inclui
      * este copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-NIS ASSIGN TO "C:\TEMP\NIS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   NIS-CPF
               ALTERNATE RECORD KEY NIS-NUMERO
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * CPYSELVI - Clausula SELECT de ARQ-VISITAS (VISITAS.DAT), o
      * registro de visitas domiciliares, chaveado por CPF + data da
      * solicitacao. As solicitacoes nascem da apuracao do PGM107
      * (correspondencia devolvida, excecoes de elegibilidade,
      * divergencias com o CadUnico e indicios de fraude) ou a mao
      * no PGM105; o supervisor atribui ao tecnico no PGM106, o
      * roteiro sai no PGM108 e o resultado e digitado no PGM105. A
      * ficha cadastral (PGM42) mostra as visitas em aberto. Quem
      * inclui este copybook deve usar REPLACING STATUS-FIELD BY
      * <seu campo>.
           SELECT ARQ-VISITAS ASSIGN TO "C:\TEMP\VISITAS.DAT"
               ORGANIZATION INDEXED
               RECORD KEY   VIS-CHAVE
               ACCESS       DYNAMIC
               FILE STATUS  IS STATUS-FIELD.

      * de retencao, gravado pelo arquivamento do PGM09 e consultado/
      * restaurado pela tela do PGM41 (e impresso na ficha do PGM42).
      * Chave = CPF + data da exclusao: a mesma pessoa pode ser
      * arquivada mais de uma vez ao longo dos anos. Os satelites da
      * pessoa vao junto, cada um para o seu morto com a mesma chave
      * na frente (CPYSELHD/HN/HR/HI/HC/HF). Quem inclui este
      * copybook deve usar REPLACING STATUS-FIELD BY <seu campo>.
           SELECT ARQ-HISTORICO ASSIGN TO "C:\TEMP\PESSOAS.HST"
               ORGANIZATION INDEXED

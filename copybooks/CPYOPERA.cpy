      * (antes um login fixo "ADMIN", hoje um flag do perfil);
      * qualquer outro operador ve o CPF mascarado.
       01  WS-OPERADOR-LOGADO PIC X(8) EXTERNAL.
      * WS-POSTO-LOGADO e o posto de atendimento do operador
      * (OPE-POSTO), carregado no mesmo login. PGM05, PGM54 e as
      * anotacoes (PGM04/PGM105) o carimbam em cada gravacao feita
      * pelo operador logado; gravacao de lote sai sem posto.
       01  WS-POSTO-LOGADO    PIC X(4) EXTERNAL.
       01  WS-PERFIL-LOGADO EXTERNAL.
           05  WS-PERM-INCLUIR      PIC X(1).
               88  OPERADOR-PODE-INCLUIR    VALUE "S".

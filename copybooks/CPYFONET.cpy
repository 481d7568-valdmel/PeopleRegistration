      * CPYFONET - Layout do registro de ARQ-FONETICA (ver CPYSELFN).
      * FON-CODIGO E A CHAVE FONETICA DO NOME: O CODIGO DE CADA
      * PALAVRA SIGNIFICATIVA (SEM AS PARTICULAS DE/DA/DO/DAS/DOS/E)
      * SEPARADO POR UM ESPACO, NA ORDEM DO NOME, PARA QUE A PESQUISA
      * POR PREFIXO ("SO O PRIMEIRO NOME") TAMBEM FUNCIONE.
       01  REG-FONETICA.
           02  FON-CPF             PIC X(11).
           02  FON-CODIGO          PIC X(30).
           02  FILLER              PIC X(9).

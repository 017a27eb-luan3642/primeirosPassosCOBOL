      ******************************************************
      * FIDLREG.COB
      * LAYOUT DO EXTRATO DE PONTOS DE FIDELIDADE (FIDLOG): UM
      * REGISTRO POR MOVIMENTO DE PONTOS DE CADA CLIENTE,
      * ACRESCENTADO PELO FIDPONT A CADA EXECUCAO E LIDO PELO
      * EXTRATO MENSAL (FIDEXTR). PONTOS SEM SINAL: O TIPO DIZ
      * O SENTIDO ('C' CREDITO DE VENDA SOMA; 'E' ESTORNO DA
      * VENDA, 'X' EXPIRACAO E 'R' RESGATE EM VALE-TROCA
      * SUBTRAEM). REFERENCIA = REFERENCIA DA VENDA ('C', 'E')
      * OU NUMERO DO VALE ('R'); VALOR = VALOR DA VENDA OU DO
      * VALE.
      * INCLUIR COM "COPY 'FIDLREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-FIDLOG.
           05  WRK-FLG-CLIENTE            PIC 9(06).
           05  WRK-FLG-DATA                PIC 9(08).
           05  WRK-FLG-TIPO                PIC X(01).
               88  WRK-FLG-CREDITO             VALUE 'C'.
               88  WRK-FLG-ESTORNO             VALUE 'E'.
               88  WRK-FLG-EXPIRACAO           VALUE 'X'.
               88  WRK-FLG-RESGATE             VALUE 'R'.
           05  WRK-FLG-REFERENCIA          PIC 9(08).
           05  WRK-FLG-PONTOS              PIC 9(07).
           05  WRK-FLG-VALOR               PIC 9(07)V99.

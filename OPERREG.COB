      ******************************************************
      * OPERREG.COB
      * LAYOUT DO DIARIO DE OPERACOES POR TERMINAL (OPERDIA):
      * O FECHAMENTO (TABUADA) ACRESCENTA UM REGISTRO POR VENDA
      * ACEITA (TIPO 'V'), POR ESTORNO ACEITO (TIPO 'E') E POR
      * VENDA RECUSADA NA CONFERENCIA DE PRECO (TIPO 'P', VALOR
      * DIGITADO FORA DA TOLERANCIA DO PRECO DE LISTA OU DA
      * PROMOCAO). A DATA E A DO MOVIMENTO. O ARQUIVO NUNCA E
      * REGRAVADO; E A BASE DO RELATORIO SEMANAL DE EXCECOES POR
      * OPERADOR (OPERREL), QUE CASA CADA ESTORNO COM A VENDA
      * ORIGINAL PELA REFERENCIA PARA SABER A IDADE DA VENDA.
      * INCLUIR COM "COPY 'OPERREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-OPERACAO.
           05  WRK-OPE-TIPO               PIC X(01).
               88  WRK-OPE-VENDA               VALUE 'V'.
               88  WRK-OPE-ESTORNO             VALUE 'E'.
               88  WRK-OPE-PRECO               VALUE 'P'.
           05  WRK-OPE-TERMINAL            PIC 9(02).
           05  WRK-OPE-REFERENCIA          PIC 9(08).
           05  WRK-OPE-VALOR               PIC 9(07)V99.
           05  WRK-OPE-DATA                PIC 9(08).

      ******************************************************
      * INVDREG.COB
      * LAYOUT DA DIFERENCA DE INVENTARIO PENDENTE DE
      * APROVACAO (INVDIF), GRAVADA PELO INVCONT PARA CADA
      * PRODUTO CONTADO CUJA QUANTIDADE FISICA NAO BATE COM O
      * SALDO CONGELADO NA FOTO DO INVENTARIO (INVFOTO, GRAVADA
      * PELO INVABRE). A DIFERENCA E CONTADA MENOS SISTEMA
      * (NEGATIVA = FALTA NA PRATELEIRA) E O VALOR E A
      * DIFERENCA AO PRECO DE LISTA (PRECMSTR) EM VIGOR NA
      * DATA DA FOTO. O INVAPROV APLICA OU DESCARTA CADA
      * DIFERENCA CONFORME A DECISAO DO SUPERVISOR (INVAPR).
      * INCLUIR COM "COPY 'INVDREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-DIFERENCA-INVENTARIO.
           05  WRK-IDF-PRODUTO            PIC 9(04).
           05  WRK-IDF-DATA-FOTO          PIC 9(08).
           05  WRK-IDF-QTD-SISTEMA        PIC S9(07).
           05  WRK-IDF-QTD-CONTADA        PIC 9(07).
           05  WRK-IDF-DIFERENCA          PIC S9(07).
           05  WRK-IDF-PRECO              PIC 9(07)V99.
           05  WRK-IDF-VALOR              PIC S9(09)V99.

      ******************************************************
      * INVAREG.COB
      * LAYOUT DA TRILHA DE AUDITORIA DOS AJUSTES DE
      * INVENTARIO (INVAJUST). O INVAPROV ACRESCENTA UM
      * REGISTRO PARA CADA DIFERENCA APROVADA E APLICADA AO
      * ESTOQUE: A FOTO E A CONTAGEM QUE ORIGINARAM O AJUSTE,
      * O SALDO DO ESTMSTR ANTES E DEPOIS, O VALOR AO PRECO DE
      * LISTA E QUEM APROVOU. E A BASE DO RELATORIO DE PERDAS
      * POR PRODUTO E PERIODO (INVPERDA).
      * INCLUIR COM "COPY 'INVAREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-AJUSTE-INVENTARIO.
           05  WRK-IAJ-PRODUTO            PIC 9(04).
           05  WRK-IAJ-DATA-FOTO          PIC 9(08).
           05  WRK-IAJ-DATA-AJUSTE        PIC 9(08).
           05  WRK-IAJ-QTD-SISTEMA        PIC S9(07).
           05  WRK-IAJ-QTD-CONTADA        PIC 9(07).
           05  WRK-IAJ-DIFERENCA          PIC S9(07).
           05  WRK-IAJ-SALDO-ANTERIOR     PIC S9(07).
           05  WRK-IAJ-SALDO-NOVO         PIC S9(07).
           05  WRK-IAJ-PRECO              PIC 9(07)V99.
           05  WRK-IAJ-VALOR              PIC S9(09)V99.
           05  WRK-IAJ-APROVADOR          PIC X(08).

      ******************************************************
      * PEDCREG.COB
      * LAYOUT DO ARQUIVO DE PEDIDOS DE COMPRA (PEDCOMPR). A
      * REPOSICAO AUTOMATICA (REPOSIC, ETAPA DO FECHDIA LOGO
      * APOS O ESTOQUE) GERA UM PEDIDO PARA O PRODUTO ABAIXO DO
      * PONTO DE REPOSICAO QUE NAO TENHA PEDIDO EM ABERTO, E
      * CASA AS ENTRADAS DE MERCADORIA DO DIA (ESTENTR) COM O
      * PEDIDO EM ABERTO DO PRODUTO, ACUMULANDO A QUANTIDADE
      * RECEBIDA. A GERACAO NOVA SAI EM PEDCNEW.
      * SITUACAO: 'A' = ABERTO (NADA RECEBIDO), 'P' = PARCIAL
      * (RECEBIDO MENOS QUE O PEDIDO, CONTINUA EM ABERTO),
      * 'F' = ATENDIDO (RECEBIDO TUDO OU MAIS - O EXCESSO E
      * APONTADO NO RELATORIO PEDCREL).
      * INCLUIR COM "COPY 'PEDCREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PEDIDO-COMPRA.
           05  WRK-PED-NUMERO             PIC 9(08).
           05  WRK-PED-PRODUTO            PIC 9(04).
           05  WRK-PED-FORNECEDOR         PIC 9(05).
           05  WRK-PED-DATA-EMISSAO       PIC 9(08).
           05  WRK-PED-DATA-PREVISTA      PIC 9(08).
           05  WRK-PED-QTD-PEDIDA         PIC 9(06).
           05  WRK-PED-QTD-RECEBIDA       PIC 9(07).
           05  WRK-PED-DATA-ULT-ENTRADA   PIC 9(08).
           05  WRK-PED-SITUACAO           PIC X(01).
               88  WRK-PED-ABERTO             VALUE 'A'.
               88  WRK-PED-PARCIAL            VALUE 'P'.
               88  WRK-PED-ATENDIDO           VALUE 'F'.
               88  WRK-PED-EM-ABERTO          VALUE 'A' 'P'.

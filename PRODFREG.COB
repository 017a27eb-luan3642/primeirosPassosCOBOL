      ******************************************************
      * PRODFREG.COB
      * LAYOUT DO VINCULO PRODUTO X FORNECEDOR (PRODFORN): O
      * PRODUTO DO ESTOQUE (ESTMSTR), O FORNECEDOR QUE O ATENDE
      * (FORNMSTR, VER FORNREG.COB), O PRAZO DE ENTREGA EM DIAS
      * CORRIDOS E O LOTE MINIMO DE COMPRA. UM PRODUTO PODE TER
      * MAIS DE UM FORNECEDOR; A REPOSICAO AUTOMATICA (REPOSIC)
      * PEDE AO PRIMEIRO VINCULO ATIVO DO ARQUIVO, QUE E O
      * FORNECEDOR PREFERENCIAL DO PRODUTO.
      * INCLUIR COM "COPY 'PRODFREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PRODUTO-FORNECEDOR.
           05  WRK-PFR-PRODUTO            PIC 9(04).
           05  WRK-PFR-FORNECEDOR         PIC 9(05).
           05  WRK-PFR-PRAZO-ENTREGA      PIC 9(03).
           05  WRK-PFR-LOTE-MINIMO        PIC 9(06).

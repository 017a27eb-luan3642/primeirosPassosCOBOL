      ******************************************************
      * CMVREG.COB
      * LAYOUT DO HISTORICO DO CUSTO DAS MERCADORIAS VENDIDAS
      * (CMVDIA). A CADA FECHAMENTO O ESTOQUE ACRESCENTA UM
      * REGISTRO POR DATA DO MOVIMENTO + PRODUTO + LOJA
      * VENDIDO (PRODLOJA, GRAVADO PELO TABUADA; SEM ELE, POR
      * PRODUTO A PARTIR DO PRODTOT, COM A LOJA ZERADA E A
      * DATA DO PROCESSAMENTO): A QUANTIDADE E A RECEITA
      * DO FECHAMENTO, O CUSTO MEDIO PONDERADO DO PRODUTO JA
      * COM AS ENTRADAS DO DIA E O CMV (QUANTIDADE X CUSTO
      * MEDIO). E A BASE DO RELATORIO DE MARGEM BRUTA POR
      * PRODUTO E POR LOJA (MARGREL) E DO DESEMPENHO DAS
      * PROMOCOES (PROMREL).
      * INCLUIR COM "COPY 'CMVREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-CUSTO-VENDIDO.
           05  WRK-CMV-DATA               PIC 9(08).
           05  WRK-CMV-PRODUTO            PIC 9(04).
           05  WRK-CMV-LOJA               PIC 9(02).
           05  WRK-CMV-QT                 PIC 9(06).
           05  WRK-CMV-RECEITA            PIC 9(09)V99.
           05  WRK-CMV-CUSTO-MEDIO        PIC 9(07)V9999.
           05  WRK-CMV-VALOR              PIC 9(09)V99.

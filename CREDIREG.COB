      * ARQUIVO NA GERACAO NOVA CRNOVO, ONDE SO FICAM OS ITENS
      * REALMENTE EM ABERTO; O CRAGING ENVELHECE O QUE SOBROU
      * (30/60/90 DIAS).
      * VENDA PARCELADA (PLANO DE FINANCIAMENTO, VER
      * PLANREG.COB) GERA UM ITEM POR PARCELA, COM A MESMA
      * REFERENCIA E DATA DA VENDA, O NUMERO DA PARCELA, O
      * TOTAL DE PARCELAS E O VENCIMENTO PROPRIO (JA EM DIA
      * UTIL); O ESTORNO GERA UM EVENTO 'E' POR PARCELA. VENDA
      * A PRAZO SEM PLANO E A PARCELA 01 DE 01, VENCENDO NA
      * DATA DA VENDA. VENCIMENTO ZERADO (ITEM ANTERIOR AO
      * PARCELAMENTO) VALE A DATA DA VENDA.
      * INCLUIR COM "COPY 'CREDIREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-CREDIARIO.
           05  WRK-CRA-SITUACAO            PIC X(01).
               88  WRK-CRA-EM-ABERTO           VALUE 'A'.
               88  WRK-CRA-ESTORNADO           VALUE 'E'.
           05  WRK-CRA-PLANO               PIC 9(02).
           05  WRK-CRA-PARCELA             PIC 9(02).
           05  WRK-CRA-QTD-PARCELAS        PIC 9(02).
           05  WRK-CRA-VENCIMENTO.
               10  WRK-CRA-VENC-ANO        PIC 9(04).
               10  WRK-CRA-VENC-MES        PIC 9(02).
               10  WRK-CRA-VENC-DIA        PIC 9(02).

      ******************************************************
      * CPAGREG.COB
      * LAYOUT DO CONTAS A PAGAR A FORNECEDORES (CPAGAR): UM
      * TITULO POR NOTA FISCAL DE FORNECEDOR LANCADA PELO
      * CPLANCA, JA CONFERIDA CONTRA O PEDIDO DE COMPRA
      * (PEDCOMPR, VER PEDCREG.COB) E COM O VENCIMENTO EM DIA
      * UTIL. O CPSELEC SELECIONA OS TITULOS VENCIDOS ATE A
      * DATA-LIMITE PARA A REMESSA DE PAGAMENTO (NUMERO DA
      * ORDEM NA REMESSA EM WRK-CPG-ORDEM), O CPRETOR BAIXA OS
      * PAGOS PELO RETORNO DO BANCO E O CPAGING ENVELHECE O QUE
      * ESTA EM ABERTO. O TITULO PAGO CONTINUA NO ARQUIVO: E
      * POR ELE QUE A MESMA NOTA NAO E LANCADA (NEM PAGA) DUAS
      * VEZES. CADA PROGRAMA GRAVA A GERACAO NOVA CPAGNEW.
      * SITUACAO: 'A' = EM ABERTO, 'S' = SELECIONADO NA
      * REMESSA (AGUARDANDO RETORNO), 'P' = PAGO.
      * INCLUIR COM "COPY 'CPAGREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-TITULO-PAGAR.
           05  WRK-CPG-FORNECEDOR         PIC 9(05).
           05  WRK-CPG-NOTA               PIC X(10).
           05  WRK-CPG-PEDIDO             PIC 9(08).
           05  WRK-CPG-QTD                PIC 9(06).
           05  WRK-CPG-VALOR              PIC 9(07)V99.
           05  WRK-CPG-DATA-EMISSAO       PIC 9(08).
           05  WRK-CPG-DATA-LANCAMENTO    PIC 9(08).
           05  WRK-CPG-DATA-VENCIMENTO.
               10  WRK-CPG-VENC-ANO       PIC 9(04).
               10  WRK-CPG-VENC-MES       PIC 9(02).
               10  WRK-CPG-VENC-DIA       PIC 9(02).
           05  WRK-CPG-ORDEM              PIC 9(06).
           05  WRK-CPG-DATA-PAGAMENTO     PIC 9(08).
           05  WRK-CPG-SITUACAO           PIC X(01).
               88  WRK-CPG-EM-ABERTO          VALUE 'A'.
               88  WRK-CPG-SELECIONADO        VALUE 'S'.
               88  WRK-CPG-PAGO               VALUE 'P'.

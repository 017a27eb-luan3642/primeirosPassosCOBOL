      ******************************************************
      * FIDREG.COB
      * LAYOUT DOS PONTOS DE FIDELIDADE DOS CLIENTES (FIDSALDO):
      * O FECHAMENTO (TABUADA) ACRESCENTA CADA VENDA ACEITA DE
      * CLIENTE IDENTIFICADO (CODIGO DO CLIENTE NA TRANSACAO,
      * FORMA DIFERENTE DE 'V') COM SITUACAO 'V' (VENDA A
      * PONTUAR) E O ESTORNO ACEITO DELA COM SITUACAO 'E'. O
      * FIDPONT PONTUA AS VENDAS PELO CARTAO FIDPARM, APLICA OS
      * ESTORNOS, EXPIRA OS PONTOS VENCIDOS E OS RESGATES, E
      * CONSOLIDA O ARQUIVO NA GERACAO NOVA FIDNOVO, ONDE FICAM
      * SO OS LOTES 'A' (UM POR VENDA PONTUADA, COM OS PONTOS
      * GANHOS, O SALDO AINDA NAO USADO E A VALIDADE). O LOTE
      * FICA ATE A VALIDADE MESMO COM SALDO ZERADO, PARA O
      * ESTORNO DA VENDA AINDA ACHAR OS PONTOS QUE ELA DEU.
      * INCLUIR COM "COPY 'FIDREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-FIDELIDADE.
           05  WRK-FID-CLIENTE            PIC 9(06).
           05  WRK-FID-REFERENCIA          PIC 9(08).
           05  WRK-FID-DATA                PIC 9(08).
           05  WRK-FID-VALOR               PIC 9(07)V99.
           05  WRK-FID-SITUACAO            PIC X(01).
               88  WRK-FID-VENDA               VALUE 'V'.
               88  WRK-FID-ESTORNO             VALUE 'E'.
               88  WRK-FID-LOTE                VALUE 'A'.
           05  WRK-FID-PONTOS              PIC 9(07).
           05  WRK-FID-SALDO               PIC 9(07).
           05  WRK-FID-VALIDADE            PIC 9(08).

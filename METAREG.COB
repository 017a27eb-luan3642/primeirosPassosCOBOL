      ******************************************************
      * METAREG.COB
      * LAYOUT DO CADASTRO DE METAS MENSAIS DE VENDA POR LOJA
      * (METAMSTR): UM REGISTRO POR LOJA E MES (AAAAMM) COM O
      * VALOR DE VENDA QUE A LOJA TEM QUE ATINGIR NO MES.
      * MANTIDO PELA AREA COMERCIAL; LIDO PELO ACOMPANHAMENTO
      * DIARIO DE METAS (METAREL), QUE COMPARA O REALIZADO DO
      * VENDHIST COM A META PROPORCIONAL AOS DIAS UTEIS. A LOJA
      * 00 (CONSOLIDADO, VER LOJAREG.COB) NAO TEM META PROPRIA.
      * INCLUIR COM "COPY 'METAREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-META-VENDA.
           05  WRK-MET-LOJA               PIC 9(02).
           05  WRK-MET-ANO-MES             PIC 9(06).
           05  WRK-MET-VALOR               PIC 9(09)V99.

      ******************************************************
      * PLANREG.COB
      * LAYOUT DO CADASTRO DE PLANOS DE FINANCIAMENTO DO
      * CREDIARIO PARCELADO (PLANMSTR). A VENDA A PRAZO (FORMA
      * 'F') QUE TRAZ UM PLANO E O NUMERO DE PARCELAS E
      * DESDOBRADA PELO FECHAMENTO (TABUADA) EM UMA PARCELA
      * MENSAL POR ITEM DO CRABERTO: O PLANO DIZ QUANTAS
      * PARCELAS SAO ACEITAS (MINIMO E MAXIMO) E A TAXA DE
      * JUROS SIMPLES AO MES SOBRE O VALOR DA VENDA (ZERO =
      * PARCELADO SEM JUROS). O CARNEEMI USA A DESCRICAO NO
      * CARNE DE PAGAMENTO.
      * INCLUIR COM "COPY 'PLANREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PLANO-FINANCIAMENTO.
           05  WRK-PLN-CODIGO             PIC 9(02).
           05  WRK-PLN-DESCRICAO          PIC X(20).
           05  WRK-PLN-PARCELAS-MIN       PIC 9(02).
           05  WRK-PLN-PARCELAS-MAX       PIC 9(02).
           05  WRK-PLN-TAXA-MENSAL        PIC 9(02)V99.

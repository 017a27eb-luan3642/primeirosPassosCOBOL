      *   MERCADORIA (ESTENTR) E ABATE AS QUANTIDADES VENDIDAS
      *   DO PRODTOT DO PROPRIO DIA, COM EXCECOES DE ESTOQUE
      *   NEGATIVO E PONTO DE REPOSICAO EM ESTREL.
      * - O CONTROLE DA QUARENTENA DE TROCAS DE CONTA BANCARIA
      *   (CONTACNF) ENTROU NA CADEIA LOGO APOS O CTRVENC:
      *   APLICA AS CONFIRMACOES DO RH DO DIA E EMITE O
      *   RELATORIO DE TROCAS PENDENTES/CONFIRMADAS, COM O
      *   ALERTA DE CONTA REPETIDA, TODO DIA UTIL.
      * - A REPOSICAO AUTOMATICA (REPOSIC) ENTROU NA CADEIA LOGO
      *   APOS O ESTOQUE: CASA AS ENTRADAS DO DIA COM OS PEDIDOS
      *   DE COMPRA EM ABERTO E GERA PEDIDO PARA O PRODUTO
      *   ABAIXO DO PONTO DE REPOSICAO (PEDCOMPR/PEDCREL).
      * - A EXPOSICAO DE CREDITO DOS CLIENTES (CREDEXPO) ENTROU
      *   NA CADEIA LOGO APOS O FECHAMENTO DE CAIXA: COM AS
      *   VENDAS A PRAZO DO DIA JA NO CRABERTO, LISTA QUEM
      *   PASSOU OU ESTA PERTO DO LIMITE DE CREDITO, QUEM ESTA
      *   BLOQUEADO E QUEM TEM ATRASO NO CREDIARIO (CREDEREL).
      * - A EMISSAO DOS CARNES DO CREDIARIO PARCELADO
      *   (CARNEEMI) ENTROU NA CADEIA LOGO APOS O CREDEXPO:
      *   IMPRIME O CARNE DE CADA VENDA PARCELADA DO DIA
      *   (CARNEREL). A TABELA DE ETAPAS JA FEITAS PASSOU DE 10
      *   PARA 20 POSICOES.
      * - A CONTABILIZACAO DO FECHAMENTO DE VENDAS (GLVENDAS)
      *   ENTROU NA CADEIA LOGO APOS O CARNEEMI: COM O VENDTOT
      *   E O CRABERTO DO DIA PRONTOS, GERA NO GLFILE A PARTIDA
      *   DOBRADA POR LOJA (FORMAS DE PAGAMENTO X RECEITA), OS
      *   JUROS DO PARCELAMENTO E O MOVIMENTO DO PASSIVO DE
      *   VALES, COM O CONTROLE DEBITO = CREDITO NO GLVREL.
      * - A PROVA CRUZADA DO FECHAMENTO (VENDPROV) ENTROU NA
      *   CADEIA LOGO APOS O TABUADA: SE O VENDTOT NAO BATER COM
      *   O VENDAS, O VENDHIST E OS DEMAIS TOTAIS DO DIA, A
      *   CADEIA PARA ANTES DE QUALQUER ETAPA QUE USE O VENDTOT.
      ***************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    QUE FALTOU.
       77  WRK-QTD-FEITAS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FEITAS.
           05  WRK-FEITA OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-QTD-FEITAS
                   INDEXED BY WRK-IDX-FEITA.
               10  WRK-FEITA-ETAPA      PIC X(08).
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0088-EXECUTAR-TROCAS-CONTA
               THRU 0088-EXECUTAR-TROCAS-CONTA-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0100-EXECUTAR-CAIXA THRU 0100-EXECUTAR-CAIXA-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0102-EXECUTAR-PROVA THRU 0102-EXECUTAR-PROVA-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0105-EXECUTAR-CREDITO
               THRU 0105-EXECUTAR-CREDITO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0106-EXECUTAR-CARNE
               THRU 0106-EXECUTAR-CARNE-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0107-EXECUTAR-CONTABIL
               THRU 0107-EXECUTAR-CONTABIL-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0110-EXECUTAR-ESTOQUE
               THRU 0110-EXECUTAR-ESTOQUE-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0120-EXECUTAR-REPOSICAO
               THRU 0120-EXECUTAR-REPOSICAO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0150-EXECUTAR-UNLOAD
               THRU 0150-EXECUTAR-UNLOAD-EXIT.
           IF WRK-CADEIA-PARADA
                   NOT AT END
                       IF CTL-DATA = WRK-DATA-SISTEMA
                           AND CTL-RESULTADO = 'OK'
                           IF WRK-QTD-FEITAS < 20
                               ADD 1 TO WRK-QTD-FEITAS
                               SET WRK-IDX-FEITA TO WRK-QTD-FEITAS
                               MOVE CTL-ETAPA TO
       0087-EXECUTAR-CONTRATOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 0,7: QUARENTENA DAS TROCAS DE CONTA BANCARIA   *
      * (CONFIRMACOES DO RH E RELATORIO CONTAREL).           *
      *----------------------------------------------------*
       0088-EXECUTAR-TROCAS-CONTA.
           DISPLAY 'FECHDIA: CONTROLANDO TROCAS DE CONTA BANCARIA '
               '(CONTACNF)'.
           MOVE 'CONTACNF' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0088-EXECUTAR-TROCAS-CONTA-EXIT.
           EXIT.

       0090-PARAR-CADEIA.
           DISPLAY 'FECHDIA: ETAPA ' WRK-ETAPA-NOME ' FALHOU - '
               'CADEIA INTERROMPIDA ANTES DO CONSOLIDADO. CORRIJA '
                   CALL 'PARMVAL'
               WHEN 'CTRVENC'
                   CALL 'CTRVENC'
               WHEN 'CONTACNF'
                   CALL 'CONTACNF'
               WHEN 'ESTOQUE'
                   CALL 'ESTOQUE'
               WHEN 'REPOSIC'
                   CALL 'REPOSIC'
               WHEN 'FUNCUNLD'
                   CALL 'FUNCUNLD'
               WHEN 'TABUADA'
                   CALL 'TABUADA'
               WHEN 'VENDPROV'
                   CALL 'VENDPROV'
               WHEN 'CREDEXPO'
                   CALL 'CREDEXPO'
               WHEN 'CARNEEMI'
                   CALL 'CARNEEMI'
               WHEN 'GLVENDAS'
                   CALL 'GLVENDAS'
               WHEN 'PROBLEM1'
                   CALL 'PROBLEM01'
               WHEN 'RELCONS'
       0100-EXECUTAR-CAIXA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,05: PROVA CRUZADA DO FECHAMENTO (VENDTOT     *
      * CONTRA O VENDAS E OS DEMAIS TOTAIS - VPROVREL).      *
      *----------------------------------------------------*
       0102-EXECUTAR-PROVA.
           DISPLAY 'FECHDIA: PROVANDO OS TOTAIS DO FECHAMENTO '
               '(VENDPROV)'.
           MOVE 'VENDPROV' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0102-EXECUTAR-PROVA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,1: EXPOSICAO DE CREDITO DOS CLIENTES (SALDO  *
      * DO CRABERTO CONTRA O LIMITE DO CLIMSTR - CREDEREL).  *
      *----------------------------------------------------*
       0105-EXECUTAR-CREDITO.
           DISPLAY 'FECHDIA: LISTANDO EXPOSICAO DE CREDITO '
               '(CREDEXPO)'.
           MOVE 'CREDEXPO' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0105-EXECUTAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,15: CARNES DAS VENDAS PARCELADAS DO DIA      *
      * (CARNEREL).                                          *
      *----------------------------------------------------*
       0106-EXECUTAR-CARNE.
           DISPLAY 'FECHDIA: EMITINDO CARNES DO CREDIARIO '
               '(CARNEEMI)'.
           MOVE 'CARNEEMI' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0106-EXECUTAR-CARNE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,17: CONTABILIZACAO DO FECHAMENTO DE VENDAS   *
      * NO GLFILE (CONTROLE DEBITO = CREDITO NO GLVREL).     *
      *----------------------------------------------------*
       0107-EXECUTAR-CONTABIL.
           DISPLAY 'FECHDIA: CONTABILIZANDO O FECHAMENTO DE VENDAS '
               '(GLVENDAS)'.
           MOVE 'GLVENDAS' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0107-EXECUTAR-CONTABIL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,2: CONTROLE DE ESTOQUE (ENTRADAS DO DIA MAIS *
      * BAIXA DAS QUANTIDADES VENDIDAS DO PRODTOT).          *
       0110-EXECUTAR-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,3: REPOSICAO AUTOMATICA (ENTRADAS DO DIA X   *
      * PEDIDOS EM ABERTO E PEDIDOS NOVOS PARA O QUE FICOU   *
      * ABAIXO DO PONTO DE REPOSICAO NO ESTNOVO).            *
      *----------------------------------------------------*
       0120-EXECUTAR-REPOSICAO.
           DISPLAY 'FECHDIA: GERANDO PEDIDOS DE COMPRA (REPOSIC)'.
           MOVE 'REPOSIC' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0120-EXECUTAR-REPOSICAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1,5: DESCARGA DO CADASTRO PARA O BACKUP DATADO *
      * (FUNCBKP), ANTES DOS REWRITES DO REAJUSTE - O PONTO  *

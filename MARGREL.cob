       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DE MARGEM BRUTA POR PRODUTO E POR
      * LOJA. LE O HISTORICO DO CUSTO DAS MERCADORIAS VENDIDAS
      * (CMVDIA, VER CMVREG.COB, ACRESCENTADO PELO ESTOQUE A
      * CADA FECHAMENTO) NO PERIODO DO CARTAO MARGPER (DATA
      * INICIAL E FINAL, AAAAMMDD; SEM O CARTAO, DO DIA 1 DO MES
      * CORRENTE ATE HOJE) E ACUMULA POR PRODUTO E POR LOJA A
      * QUANTIDADE, A RECEITA E O CMV (QUANTIDADE X CUSTO MEDIO
      * PONDERADO DO DIA). O RELATORIO MARGEREL TRAZ, NOS DOIS
      * CORTES, RECEITA, CMV, MARGEM BRUTA E MARGEM %, COM O
      * TOTAL DA EMPRESA. VENDA DE PRODUTO AINDA SEM CUSTO MEDIO
      * ENTRA COM CMV ZERADO E E CONTADA A PARTE (A MARGEM
      * DESSE PRODUTO SAI SUPERESTIMADA). A LOJA 00 REUNE O CMV
      * GRAVADO SEM O CORTE POR LOJA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMVDIA-ARQ ASSIGN TO 'CMVDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMV.

           SELECT PERIODO-ARQ ASSIGN TO 'MARGPER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PER.

           SELECT RELATORIO-ARQ ASSIGN TO 'MARGEREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CMVDIA-ARQ.
           COPY 'CMVREG.COB'.

       FD  PERIODO-ARQ.
       01  WRK-REG-PERIODO.
           05  PER-DATA-INICIAL        PIC 9(08).
           05  PER-DATA-FINAL          PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CMV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PER                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-CMV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CMV                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88  WRK-TABELA-CHEIA                   VALUE 'S'.
       77  WRK-SW-LOJA-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-LOJA-CHEIA                     VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       01  WRK-DATA-INICIAL.
           05  WRK-INI-ANO              PIC 9(04).
           05  WRK-INI-MES              PIC 9(02).
           05  WRK-INI-DIA              PIC 9(02).
       77  WRK-DATA-FINAL               PIC 9(08) VALUE ZEROS.

      *    ACUMULADO DO PERIODO POR PRODUTO.
       77  WRK-QTD-PRODUTOS             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRODUTOS
                   INDEXED BY WRK-IDX-PRD.
               10  WRK-PRD-PRODUTO       PIC 9(04).
               10  WRK-PRD-QT            PIC 9(07).
               10  WRK-PRD-RECEITA       PIC 9(09)V99.
               10  WRK-PRD-CMV           PIC 9(09)V99.

      *    ACUMULADO DO PERIODO POR LOJA.
       77  WRK-QTD-LOJAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           05  WRK-LJA OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-LOJAS
                   INDEXED BY WRK-IDX-LJA.
               10  WRK-LJA-LOJA          PIC 9(02).
               10  WRK-LJA-QT            PIC 9(07).
               10  WRK-LJA-RECEITA       PIC 9(09)V99.
               10  WRK-LJA-CMV           PIC 9(09)V99.

       77  WRK-QTD-REGISTROS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CUSTO            PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-QT                   PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-RECEITA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CMV                  PIC 9(09)V99 VALUE ZEROS.

      *    AREA DE CALCULO DE UMA LINHA (PRODUTO, LOJA OU TOTAL).
       77  WRK-CALC-RECEITA             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CALC-CMV                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CALC-MARGEM              PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CALC-PERCENTUAL          PIC S9(05)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(36) VALUE
               'MARGEM BRUTA POR PRODUTO E LOJA DE '.
           05  WRK-CAB-DATA-INICIAL     PIC 9(08).
           05  FILLER                   PIC X(05) VALUE ' A '.
           05  WRK-CAB-DATA-FINAL       PIC 9(08).

       01  WRK-CAB-SECAO                PIC X(40) VALUE SPACES.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(08) VALUE 'CODIGO'.
           05  FILLER                   PIC X(08) VALUE '   QTDE'.
           05  FILLER                   PIC X(13) VALUE
               '      RECEITA'.
           05  FILLER                   PIC X(13) VALUE
               '          CMV'.
           05  FILLER                   PIC X(14) VALUE
               '        MARGEM'.
           05  FILLER                   PIC X(09) VALUE '  MARG %'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-CODIGO           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QT               PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-RECEITA          PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CMV              PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-MARGEM           PIC ----------9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PERCENTUAL       PIC -----9,99.

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(30).
           05  WRK-TOT-VALOR            PIC ----------9,99.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-CNT-TITULO           PIC X(30).
           05  WRK-CNT-QTD              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PERIODO THRU 0110-LER-PERIODO-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-CMV
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * SEM O HISTORICO CMVDIA O ESTOQUE AINDA NAO CUSTEOU   *
      * NENHUMA VENDA - O RELATORIO SAI ZERADO.              *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT CMVDIA-ARQ.
           IF WRK-FS-CMV NOT = '00'
               IF WRK-FS-CMV = '35'
                   DISPLAY 'MARGREL: CMVDIA AINDA NAO EXISTE - '
                       'NENHUMA VENDA CUSTEADA'
               ELSE
                   MOVE WRK-FS-CMV TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'MARGREL: ERRO AO ABRIR CMVDIA - STATUS '
                       WRK-FS-CMV ' - ' WRK-MSG-ERRO-ENCONTRADA
                   GO TO 0100-ABRIR-ARQUIVOS-EXIT
               END-IF
               SET WRK-FIM-CMV TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-DATA-INICIAL TO WRK-CAB-DATA-INICIAL.
           MOVE WRK-DATA-FINAL TO WRK-CAB-DATA-FINAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PERIODO DO CARTAO MARGPER; SEM CARTAO (OU CARTAO     *
      * INVALIDO), O MES CORRENTE ATE HOJE.                  *
      *----------------------------------------------------*
       0110-LER-PERIODO.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-INICIAL.
           MOVE 01 TO WRK-INI-DIA.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-FINAL.
           OPEN INPUT PERIODO-ARQ.
           IF WRK-FS-PER NOT = '00'
               GO TO 0110-LER-PERIODO-EXIT
           END-IF.
           READ PERIODO-ARQ
               AT END
                   CLOSE PERIODO-ARQ
                   GO TO 0110-LER-PERIODO-EXIT
           END-READ.
           CLOSE PERIODO-ARQ.
           IF PER-DATA-INICIAL NOT NUMERIC
               OR PER-DATA-FINAL NOT NUMERIC
               OR PER-DATA-INICIAL = ZEROS
               OR PER-DATA-FINAL < PER-DATA-INICIAL
               DISPLAY 'MARGREL: CARTAO MARGPER INVALIDO - '
                   'ASSUMIDO O MES CORRENTE'
               GO TO 0110-LER-PERIODO-EXIT
           END-IF.
           MOVE PER-DATA-INICIAL TO WRK-DATA-INICIAL.
           MOVE PER-DATA-FINAL TO WRK-DATA-FINAL.
       0110-LER-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
      * MENSAGENS DE ERRO DE ABERTURA/GRAVACAO DE ARQUIVO.    *
      *----------------------------------------------------*
       0190-CARREGAR-MSG-ERRO.
           MOVE '00' TO WRK-MSG-ERRO-COD(1).
           MOVE 'OPERACAO CONCLUIDA COM SUCESSO' TO WRK-MSG-ERRO-TXT(1).
           MOVE '02' TO WRK-MSG-ERRO-COD(2).
           MOVE 'CHAVE DUPLICADA' TO WRK-MSG-ERRO-TXT(2).
           MOVE '10' TO WRK-MSG-ERRO-COD(3).
           MOVE 'FIM DE ARQUIVO' TO WRK-MSG-ERRO-TXT(3).
           MOVE '21' TO WRK-MSG-ERRO-COD(4).
           MOVE 'CHAVE FORA DE SEQUENCIA' TO WRK-MSG-ERRO-TXT(4).
           MOVE '22' TO WRK-MSG-ERRO-COD(5).
           MOVE 'REGISTRO DUPLICADO' TO WRK-MSG-ERRO-TXT(5).
           MOVE '23' TO WRK-MSG-ERRO-COD(6).
           MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(6).
           MOVE '30' TO WRK-MSG-ERRO-COD(7).
           MOVE 'ERRO PERMANENTE DE E/S' TO WRK-MSG-ERRO-TXT(7).
           MOVE '35' TO WRK-MSG-ERRO-COD(8).
           MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(8).
           MOVE '41' TO WRK-MSG-ERRO-COD(9).
           MOVE 'ARQUIVO JA ABERTO' TO WRK-MSG-ERRO-TXT(9).
       0190-CARREGAR-MSG-ERRO-EXIT.
           EXIT.

       0195-LOCALIZAR-MSG-ERRO.
           MOVE 'CODIGO DE STATUS NAO MAPEADO'
               TO WRK-MSG-ERRO-ENCONTRADA.
           SET WRK-IDX-MSG-ERRO TO 1.
           SEARCH WRK-MSG-ERRO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-MSG-ERRO-COD(WRK-IDX-MSG-ERRO)
                       = WRK-FS-CONSULTADO
                   MOVE WRK-MSG-ERRO-TXT(WRK-IDX-MSG-ERRO)
                       TO WRK-MSG-ERRO-ENCONTRADA
           END-SEARCH.
       0195-LOCALIZAR-MSG-ERRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACUMULA CADA REGISTRO DE CMV DO PERIODO NO PRODUTO   *
      * E NA LOJA.                                           *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ CMVDIA-ARQ
               AT END
                   SET WRK-FIM-CMV TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-CMV-DATA < WRK-DATA-INICIAL
               OR WRK-CMV-DATA > WRK-DATA-FINAL
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-REGISTROS.
           IF WRK-CMV-CUSTO-MEDIO = ZEROS
               AND WRK-CMV-QT > ZEROS
               ADD 1 TO WRK-QTD-SEM-CUSTO
           END-IF.
           ADD WRK-CMV-QT TO WRK-TOT-QT.
           ADD WRK-CMV-RECEITA TO WRK-TOT-RECEITA.
           ADD WRK-CMV-VALOR TO WRK-TOT-CMV.
           PERFORM 0250-LOCALIZAR-PRODUTO
               THRU 0250-LOCALIZAR-PRODUTO-EXIT.
           IF NOT WRK-TABELA-CHEIA
               ADD WRK-CMV-QT TO WRK-PRD-QT(WRK-IDX-PRD)
               ADD WRK-CMV-RECEITA TO WRK-PRD-RECEITA(WRK-IDX-PRD)
               ADD WRK-CMV-VALOR TO WRK-PRD-CMV(WRK-IDX-PRD)
           END-IF.
           PERFORM 0260-LOCALIZAR-LOJA
               THRU 0260-LOCALIZAR-LOJA-EXIT.
           IF NOT WRK-LOJA-CHEIA
               ADD WRK-CMV-QT TO WRK-LJA-QT(WRK-IDX-LJA)
               ADD WRK-CMV-RECEITA TO WRK-LJA-RECEITA(WRK-IDX-LJA)
               ADD WRK-CMV-VALOR TO WRK-LJA-CMV(WRK-IDX-LJA)
           END-IF.
       0200-PROCESSAR-EXIT.
           EXIT.

       0250-LOCALIZAR-PRODUTO.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-IDX-PRD TO 1
               SEARCH WRK-PRD
                   AT END
                       CONTINUE
                   WHEN WRK-PRD-PRODUTO(WRK-IDX-PRD) = WRK-CMV-PRODUTO
                       GO TO 0250-LOCALIZAR-PRODUTO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PRODUTOS >= 999
               IF NOT WRK-TABELA-CHEIA
                   SET WRK-TABELA-CHEIA TO TRUE
                   DISPLAY 'MARGREL: MAIS DE 999 PRODUTOS - '
                       'CORTE POR PRODUTO INCOMPLETO'
               END-IF
               GO TO 0250-LOCALIZAR-PRODUTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRODUTOS.
           SET WRK-IDX-PRD TO WRK-QTD-PRODUTOS.
           MOVE WRK-CMV-PRODUTO TO WRK-PRD-PRODUTO(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-QT(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-RECEITA(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-CMV(WRK-IDX-PRD).
       0250-LOCALIZAR-PRODUTO-EXIT.
           EXIT.

       0260-LOCALIZAR-LOJA.
           IF WRK-QTD-LOJAS > ZEROS
               SET WRK-IDX-LJA TO 1
               SEARCH WRK-LJA
                   AT END
                       CONTINUE
                   WHEN WRK-LJA-LOJA(WRK-IDX-LJA) = WRK-CMV-LOJA
                       GO TO 0260-LOCALIZAR-LOJA-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-LOJAS >= 99
               IF NOT WRK-LOJA-CHEIA
                   SET WRK-LOJA-CHEIA TO TRUE
                   DISPLAY 'MARGREL: MAIS DE 99 LOJAS - '
                       'CORTE POR LOJA INCOMPLETO'
               END-IF
               GO TO 0260-LOCALIZAR-LOJA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOJAS.
           SET WRK-IDX-LJA TO WRK-QTD-LOJAS.
           MOVE WRK-CMV-LOJA TO WRK-LJA-LOJA(WRK-IDX-LJA).
           MOVE ZEROS TO WRK-LJA-QT(WRK-IDX-LJA).
           MOVE ZEROS TO WRK-LJA-RECEITA(WRK-IDX-LJA).
           MOVE ZEROS TO WRK-LJA-CMV(WRK-IDX-LJA).
       0260-LOCALIZAR-LOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MARGEM BRUTA (RECEITA - CMV) E MARGEM % SOBRE A      *
      * RECEITA DA LINHA EM CALCULO. SEM RECEITA, 0 %.       *
      *----------------------------------------------------*
       0300-CALCULAR-MARGEM.
           COMPUTE WRK-CALC-MARGEM = WRK-CALC-RECEITA - WRK-CALC-CMV.
           IF WRK-CALC-RECEITA = ZEROS
               MOVE ZEROS TO WRK-CALC-PERCENTUAL
           ELSE
               COMPUTE WRK-CALC-PERCENTUAL ROUNDED =
                   WRK-CALC-MARGEM * 100 / WRK-CALC-RECEITA
           END-IF.
           MOVE WRK-CALC-RECEITA TO WRK-DET-RECEITA.
           MOVE WRK-CALC-CMV TO WRK-DET-CMV.
           MOVE WRK-CALC-MARGEM TO WRK-DET-MARGEM.
           MOVE WRK-CALC-PERCENTUAL TO WRK-DET-PERCENTUAL.
       0300-CALCULAR-MARGEM-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'MARGREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE 'MARGEM POR PRODUTO' TO WRK-CAB-SECAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-SECAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           IF WRK-QTD-PRODUTOS > ZEROS
               PERFORM 0910-IMPRIMIR-PRODUTO
                   THRU 0910-IMPRIMIR-PRODUTO-EXIT
                   VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD > WRK-QTD-PRODUTOS
           END-IF.
           MOVE 'MARGEM POR LOJA' TO WRK-CAB-SECAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-SECAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           IF WRK-QTD-LOJAS > ZEROS
               PERFORM 0920-IMPRIMIR-LOJA
                   THRU 0920-IMPRIMIR-LOJA-EXIT
                   VARYING WRK-IDX-LJA FROM 1 BY 1
                   UNTIL WRK-IDX-LJA > WRK-QTD-LOJAS
           END-IF.
           MOVE WRK-TOT-RECEITA TO WRK-CALC-RECEITA.
           MOVE WRK-TOT-CMV TO WRK-CALC-CMV.
           PERFORM 0300-CALCULAR-MARGEM
               THRU 0300-CALCULAR-MARGEM-EXIT.
           MOVE 'RECEITA DO PERIODO............' TO WRK-TOT-TITULO.
           MOVE WRK-TOT-RECEITA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'CMV DO PERIODO................' TO WRK-TOT-TITULO.
           MOVE WRK-TOT-CMV TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'MARGEM BRUTA DO PERIODO.......' TO WRK-TOT-TITULO.
           MOVE WRK-CALC-MARGEM TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'MARGEM BRUTA %................' TO WRK-TOT-TITULO.
           MOVE WRK-CALC-PERCENTUAL TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           IF WRK-QTD-SEM-CUSTO > ZEROS
               MOVE 'VENDAS SEM CUSTO MEDIO........'
                   TO WRK-CNT-TITULO
               MOVE WRK-QTD-SEM-CUSTO TO WRK-CNT-QTD
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM
           END-IF.
           IF WRK-FS-CMV NOT = '35'
               CLOSE CMVDIA-ARQ
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'MARGREL: ' WRK-QTD-REGISTROS ' REGISTROS DE CMV, '
               WRK-QTD-PRODUTOS ' PRODUTOS, ' WRK-QTD-LOJAS
               ' LOJAS, MARGEM BRUTA ' WRK-CALC-MARGEM.
           IF WRK-QTD-SEM-CUSTO > ZEROS
               DISPLAY 'MARGREL: ' WRK-QTD-SEM-CUSTO ' VENDAS SEM '
                   'CUSTO MEDIO - MARGEM SUPERESTIMADA NESSES '
                   'PRODUTOS'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-IMPRIMIR-PRODUTO.
           MOVE WRK-PRD-PRODUTO(WRK-IDX-PRD) TO WRK-DET-CODIGO.
           MOVE WRK-PRD-QT(WRK-IDX-PRD) TO WRK-DET-QT.
           MOVE WRK-PRD-RECEITA(WRK-IDX-PRD) TO WRK-CALC-RECEITA.
           MOVE WRK-PRD-CMV(WRK-IDX-PRD) TO WRK-CALC-CMV.
           PERFORM 0300-CALCULAR-MARGEM
               THRU 0300-CALCULAR-MARGEM-EXIT.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0910-IMPRIMIR-PRODUTO-EXIT.
           EXIT.

       0920-IMPRIMIR-LOJA.
           MOVE WRK-LJA-LOJA(WRK-IDX-LJA) TO WRK-DET-CODIGO.
           MOVE WRK-LJA-QT(WRK-IDX-LJA) TO WRK-DET-QT.
           MOVE WRK-LJA-RECEITA(WRK-IDX-LJA) TO WRK-CALC-RECEITA.
           MOVE WRK-LJA-CMV(WRK-IDX-LJA) TO WRK-CALC-CMV.
           PERFORM 0300-CALCULAR-MARGEM
               THRU 0300-CALCULAR-MARGEM-EXIT.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0920-IMPRIMIR-LOJA-EXIT.
           EXIT.

      *   ENTRADAS, ACOMPANHANDO O CADASTRO E O FECHAMENTO (QUE
      *   PASSOU A TOTALIZAR ATE 999 PRODUTOS) - UM CATALOGO
      *   ACIMA DE 100 NAO PODE VOLTAR A SUMIR DO RELATORIO.
      * - COLUNAS DA PARTE VENDIDA EM PROMOCAO (QUANTIDADE E
      *   RECEITA), QUE O FECHAMENTO PASSOU A GRAVAR NO PRODTOT.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PRT-PRODUTO             PIC 9(04).
           05  PRT-QT                  PIC 9(06).
           05  PRT-VALOR               PIC 9(09)V99.
           05  PRT-QT-PROMO            PIC 9(06).
           05  PRT-VALOR-PROMO         PIC 9(09)V99.

       FD  VEICULO-ARQ.
           COPY 'VEICULO.COB'.
               10  WRK-PROD-CODIGO      PIC 9(04).
               10  WRK-PROD-QT          PIC 9(06).
               10  WRK-PROD-VALOR       PIC 9(09)V99.
               10  WRK-PROD-QT-PROMO    PIC 9(06).
               10  WRK-PROD-VALOR-PROMO PIC 9(09)V99.

       77  WRK-TOTAL-GERAL              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-QT                 PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PROMO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-QT-PROMO           PIC 9(06) VALUE ZEROS.
       77  WRK-PARTICIPACAO             PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DESCRICAO-ACHADA         PIC X(20) VALUE SPACES.

           05  FILLER                   PIC X(21) VALUE 'DESCRICAO'.
           05  FILLER                   PIC X(08) VALUE 'QTDE'.
           05  FILLER                   PIC X(15) VALUE 'RECEITA'.
           05  FILLER                   PIC X(09) VALUE 'PART.'.
           05  FILLER                   PIC X(08) VALUE 'PROMO'.
           05  FILLER                   PIC X(12) VALUE 'REC. PROMO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-CODIGO           PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PARTICIPACAO     PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-QT-PROMO         PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-VALOR-PROMO      PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-TOTAL.
           05  FILLER                PIC X(15) VALUE 'TOTAL GERAL...'.
           05  WRK-TOT-QT               PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-TOT-VALOR            PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  WRK-TOT-QT-PROMO         PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-TOT-VALOR-PROMO      PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           MOVE PRT-QT TO WRK-PROD-QT(WRK-IDX-PROD)
                           MOVE PRT-VALOR
                               TO WRK-PROD-VALOR(WRK-IDX-PROD)
                           MOVE PRT-QT-PROMO
                               TO WRK-PROD-QT-PROMO(WRK-IDX-PROD)
                           MOVE PRT-VALOR-PROMO
                               TO WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
                           ADD PRT-VALOR TO WRK-TOTAL-GERAL
                           ADD PRT-QT TO WRK-TOTAL-QT
                           ADD PRT-VALOR-PROMO TO WRK-TOTAL-PROMO
                           ADD PRT-QT-PROMO TO WRK-TOTAL-QT-PROMO
                       END-IF
               END-READ
           END-PERFORM.
               UNTIL WRK-IDX-PROD > WRK-QTD-PRODUTOS.
           MOVE WRK-TOTAL-QT TO WRK-TOT-QT.
           MOVE WRK-TOTAL-GERAL TO WRK-TOT-VALOR.
           MOVE WRK-TOTAL-QT-PROMO TO WRK-TOT-QT-PROMO.
           MOVE WRK-TOTAL-PROMO TO WRK-TOT-VALOR-PROMO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'PRODREL: ' WRK-QTD-PRODUTOS
               MOVE ZEROS TO WRK-PARTICIPACAO
           END-IF.
           MOVE WRK-PARTICIPACAO TO WRK-DET-PARTICIPACAO.
           MOVE WRK-PROD-QT-PROMO(WRK-IDX-PROD) TO WRK-DET-QT-PROMO.
           MOVE WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
               TO WRK-DET-VALOR-PROMO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0210-IMPRIMIR-PRODUTO-EXIT.
           EXIT.

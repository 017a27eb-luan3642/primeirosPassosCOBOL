       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPERDA.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DE PERDAS DE ESTOQUE (QUEBRA) POR
      * PRODUTO E PERIODO, PARA A PREVENCAO DE PERDAS. LE A
      * TRILHA DOS AJUSTES DE INVENTARIO APROVADOS (INVAJUST,
      * VER INVAREG.COB) CUJA FOTO CAI NO PERIODO DO CARTAO
      * INVPER (DATA INICIAL E FINAL, AAAAMMDD; SEM O CARTAO, DO
      * DIA 1 DO MES CORRENTE ATE HOJE) E ACUMULA POR PRODUTO AS
      * FALTAS (DIFERENCA NEGATIVA) E AS SOBRAS, EM QUANTIDADE E
      * EM VALOR AO PRECO DE LISTA, COM A PERDA LIQUIDA. O
      * RELATORIO INVPEREL TRAZ UMA LINHA POR PRODUTO AJUSTADO
      * NO PERIODO E OS TOTAIS.
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
           SELECT AJUSTE-ARQ ASSIGN TO 'INVAJUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AJU.

           SELECT PERIODO-ARQ ASSIGN TO 'INVPER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PER.

           SELECT RELATORIO-ARQ ASSIGN TO 'INVPEREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTE-ARQ.
           COPY 'INVAREG.COB'.

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

       77  WRK-FS-AJU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PER                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-AJU              PIC X(01) VALUE 'N'.
           88  WRK-FIM-AJU                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88  WRK-TABELA-CHEIA                   VALUE 'S'.

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
       01  WRK-TAB-PERDAS.
           05  WRK-PRD OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRODUTOS
                   INDEXED BY WRK-IDX-PRD.
               10  WRK-PRD-PRODUTO       PIC 9(04).
               10  WRK-PRD-AJUSTES       PIC 9(04).
               10  WRK-PRD-QTD-FALTA     PIC 9(07).
               10  WRK-PRD-VALOR-FALTA   PIC 9(09)V99.
               10  WRK-PRD-QTD-SOBRA     PIC 9(07).
               10  WRK-PRD-VALOR-SOBRA   PIC 9(09)V99.

       77  WRK-QTD-AJUSTES              PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-QTD-FALTA            PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-VALOR-FALTA          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-QTD-SOBRA            PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-VALOR-SOBRA          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PERDA-LIQUIDA            PIC S9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(34) VALUE
               'PERDAS DE ESTOQUE POR PRODUTO DE '.
           05  WRK-CAB-DATA-INICIAL     PIC 9(08).
           05  FILLER                   PIC X(05) VALUE ' A '.
           05  WRK-CAB-DATA-FINAL       PIC 9(08).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(08) VALUE 'PRODUTO'.
           05  FILLER                   PIC X(06) VALUE ' AJUST'.
           05  FILLER                   PIC X(09) VALUE '    FALTA'.
           05  FILLER                   PIC X(13) VALUE
               '  VALOR FALTA'.
           05  FILLER                   PIC X(09) VALUE '    SOBRA'.
           05  FILLER                   PIC X(13) VALUE
               '  VALOR SOBRA'.
           05  FILLER                   PIC X(15) VALUE
               '  PERDA LIQUIDA'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-AJUSTES          PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QTD-FALTA        PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR-FALTA      PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QTD-SOBRA        PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR-SOBRA      PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PERDA-LIQUIDA    PIC ----------9,99.

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(30).
           05  WRK-TOT-VALOR            PIC ----------9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PERIODO THRU 0110-LER-PERIODO-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-AJU
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * SEM A TRILHA DE AJUSTES NAO HOUVE INVENTARIO         *
      * APROVADO AINDA - O RELATORIO SAI ZERADO.             *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT AJUSTE-ARQ.
           IF WRK-FS-AJU NOT = '00'
               IF WRK-FS-AJU = '35'
                   DISPLAY 'INVPERDA: INVAJUST AINDA NAO EXISTE - '
                       'NENHUM AJUSTE APROVADO'
               ELSE
                   MOVE WRK-FS-AJU TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'INVPERDA: ERRO AO ABRIR INVAJUST - STATUS '
                       WRK-FS-AJU ' - ' WRK-MSG-ERRO-ENCONTRADA
                   GO TO 0100-ABRIR-ARQUIVOS-EXIT
               END-IF
               SET WRK-FIM-AJU TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-DATA-INICIAL TO WRK-CAB-DATA-INICIAL.
           MOVE WRK-DATA-FINAL TO WRK-CAB-DATA-FINAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PERIODO DO CARTAO INVPER; SEM CARTAO (OU CARTAO      *
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
               DISPLAY 'INVPERDA: CARTAO INVPER INVALIDO - '
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
      * ACUMULA CADA AJUSTE DO PERIODO NO PRODUTO: FALTA     *
      * (DIFERENCA NEGATIVA) OU SOBRA.                       *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ AJUSTE-ARQ
               AT END
                   SET WRK-FIM-AJU TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-IAJ-DATA-FOTO < WRK-DATA-INICIAL
               OR WRK-IAJ-DATA-FOTO > WRK-DATA-FINAL
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           PERFORM 0250-LOCALIZAR-PRODUTO
               THRU 0250-LOCALIZAR-PRODUTO-EXIT.
           IF WRK-TABELA-CHEIA
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AJUSTES.
           ADD 1 TO WRK-PRD-AJUSTES(WRK-IDX-PRD).
           IF WRK-IAJ-DIFERENCA < ZEROS
               SUBTRACT WRK-IAJ-DIFERENCA
                   FROM WRK-PRD-QTD-FALTA(WRK-IDX-PRD)
               SUBTRACT WRK-IAJ-VALOR
                   FROM WRK-PRD-VALOR-FALTA(WRK-IDX-PRD)
           ELSE
               ADD WRK-IAJ-DIFERENCA
                   TO WRK-PRD-QTD-SOBRA(WRK-IDX-PRD)
               ADD WRK-IAJ-VALOR
                   TO WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD)
           END-IF.
       0200-PROCESSAR-EXIT.
           EXIT.

       0250-LOCALIZAR-PRODUTO.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-IDX-PRD TO 1
               SEARCH WRK-PRD
                   AT END
                       CONTINUE
                   WHEN WRK-PRD-PRODUTO(WRK-IDX-PRD) = WRK-IAJ-PRODUTO
                       GO TO 0250-LOCALIZAR-PRODUTO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PRODUTOS >= 999
               IF NOT WRK-TABELA-CHEIA
                   SET WRK-TABELA-CHEIA TO TRUE
                   DISPLAY 'INVPERDA: MAIS DE 999 PRODUTOS - '
                       'RELATORIO INCOMPLETO'
               END-IF
               GO TO 0250-LOCALIZAR-PRODUTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRODUTOS.
           SET WRK-IDX-PRD TO WRK-QTD-PRODUTOS.
           MOVE WRK-IAJ-PRODUTO TO WRK-PRD-PRODUTO(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-AJUSTES(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-QTD-FALTA(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-VALOR-FALTA(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-QTD-SOBRA(WRK-IDX-PRD).
           MOVE ZEROS TO WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD).
       0250-LOCALIZAR-PRODUTO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'INVPERDA: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-PRODUTOS > ZEROS
               PERFORM 0910-IMPRIMIR-PRODUTO
                   THRU 0910-IMPRIMIR-PRODUTO-EXIT
                   VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD > WRK-QTD-PRODUTOS
           END-IF.
           COMPUTE WRK-PERDA-LIQUIDA =
               WRK-TOT-VALOR-FALTA - WRK-TOT-VALOR-SOBRA.
           MOVE 'VALOR DAS FALTAS..............' TO WRK-TOT-TITULO.
           MOVE WRK-TOT-VALOR-FALTA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'VALOR DAS SOBRAS..............' TO WRK-TOT-TITULO.
           MOVE WRK-TOT-VALOR-SOBRA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'PERDA LIQUIDA DO PERIODO......' TO WRK-TOT-TITULO.
           MOVE WRK-PERDA-LIQUIDA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           IF WRK-FS-AJU NOT = '35'
               CLOSE AJUSTE-ARQ
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'INVPERDA: ' WRK-QTD-AJUSTES ' AJUSTES DE '
               WRK-QTD-PRODUTOS ' PRODUTOS NO PERIODO, PERDA '
               'LIQUIDA ' WRK-PERDA-LIQUIDA.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-IMPRIMIR-PRODUTO.
           MOVE WRK-PRD-PRODUTO(WRK-IDX-PRD) TO WRK-DET-PRODUTO.
           MOVE WRK-PRD-AJUSTES(WRK-IDX-PRD) TO WRK-DET-AJUSTES.
           MOVE WRK-PRD-QTD-FALTA(WRK-IDX-PRD) TO WRK-DET-QTD-FALTA.
           MOVE WRK-PRD-VALOR-FALTA(WRK-IDX-PRD)
               TO WRK-DET-VALOR-FALTA.
           MOVE WRK-PRD-QTD-SOBRA(WRK-IDX-PRD) TO WRK-DET-QTD-SOBRA.
           MOVE WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD)
               TO WRK-DET-VALOR-SOBRA.
           COMPUTE WRK-DET-PERDA-LIQUIDA =
               WRK-PRD-VALOR-FALTA(WRK-IDX-PRD)
               - WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD).
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           ADD WRK-PRD-QTD-FALTA(WRK-IDX-PRD) TO WRK-TOT-QTD-FALTA.
           ADD WRK-PRD-VALOR-FALTA(WRK-IDX-PRD) TO WRK-TOT-VALOR-FALTA.
           ADD WRK-PRD-QTD-SOBRA(WRK-IDX-PRD) TO WRK-TOT-QTD-SOBRA.
           ADD WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD) TO WRK-TOT-VALOR-SOBRA.
       0910-IMPRIMIR-PRODUTO-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTVALOR.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: VALORIZACAO DO ESTOQUE DE FIM DE MES. LE O
      * SALDO ATUAL (ESTMSTR, JA SUBSTITUIDO PELO ESTNOVO DO
      * ULTIMO FECHAMENTO DO MES) E VALORIZA CADA PRODUTO PELA
      * QUANTIDADE EM MAOS X CUSTO MEDIO PONDERADO (MANTIDO
      * PELO ESTOQUE A CADA ENTRADA DE MERCADORIA). O RELATORIO
      * ESTVREL TRAZ UMA LINHA POR PRODUTO E O VALOR TOTAL DO
      * ESTOQUE, PARA O BALANCO. SALDO NEGATIVO NAO TEM VALOR
      * (ENTRA ZERADO NO TOTAL E E APONTADO); PRODUTO COM SALDO
      * E SEM CUSTO MEDIO TAMBEM E APONTADO - OS DOIS PRECISAM
      * SER ACERTADOS ANTES DE FECHAR O MES.
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
           SELECT ESTOQUE-ARQ ASSIGN TO 'ESTMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EST.

           SELECT RELATORIO-ARQ ASSIGN TO 'ESTVREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO SALDO GRAVADO PELO ESTOQUE.
       FD  ESTOQUE-ARQ.
       01  WRK-REG-ESTOQUE.
           05  EST-PRODUTO             PIC 9(04).
           05  EST-QTD-ATUAL           PIC S9(07).
           05  EST-PONTO-REPOSICAO     PIC 9(06).
           05  EST-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-EST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-EST              PIC X(01) VALUE 'N'.
           88  WRK-FIM-EST                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       77  WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77  WRK-CUSTO-MEDIO              PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-VALOR-PRODUTO            PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTD-PRODUTOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NEGATIVOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CUSTO            PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-QTD                  PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-VALOR-ESTOQUE        PIC 9(11)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(36) VALUE
               'VALORIZACAO DO ESTOQUE (CUSTO MEDIO)'.
           05  FILLER                   PIC X(04) VALUE ' EM '.
           05  WRK-CAB-DATA             PIC 9(08).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(08) VALUE 'PRODUTO'.
           05  FILLER                   PIC X(09) VALUE '     QTDE'.
           05  FILLER                   PIC X(14) VALUE
               '   CUSTO MEDIO'.
           05  FILLER                   PIC X(17) VALUE
               '            VALOR'.
           05  FILLER                   PIC X(20) VALUE
               '  OBSERVACAO'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QTD              PIC -ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CUSTO            PIC ZZZZZZ9,9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-OBSERVACAO       PIC X(20).

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(30).
           05  WRK-TOT-VALOR            PIC ZZZZZZZZZZZZ9,99.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-CNT-TITULO           PIC X(30).
           05  WRK-CNT-QTD              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-EST
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * SEM O ESTMSTR NAO HA O QUE VALORIZAR - FALHA.        *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ESTOQUE-ARQ.
           IF WRK-FS-EST NOT = '00'
               MOVE WRK-FS-EST TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'ESTVALOR: ERRO AO ABRIR ESTMSTR - STATUS '
                   WRK-FS-EST ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
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
      * VALORIZA UM PRODUTO: QUANTIDADE X CUSTO MEDIO.       *
      * SALDO NEGATIVO VALE ZERO; SALDO SEM CUSTO E APONTADO.*
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ ESTOQUE-ARQ
               AT END
                   SET WRK-FIM-EST TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-PRODUTOS.
           IF EST-CUSTO-MEDIO NUMERIC
               MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
           ELSE
               MOVE ZEROS TO WRK-CUSTO-MEDIO
           END-IF.
           MOVE SPACES TO WRK-DET-OBSERVACAO.
           MOVE ZEROS TO WRK-VALOR-PRODUTO.
           IF EST-QTD-ATUAL < ZEROS
               ADD 1 TO WRK-QTD-NEGATIVOS
               MOVE 'SALDO NEGATIVO' TO WRK-DET-OBSERVACAO
           ELSE
               ADD EST-QTD-ATUAL TO WRK-TOT-QTD
               COMPUTE WRK-VALOR-PRODUTO ROUNDED =
                   EST-QTD-ATUAL * WRK-CUSTO-MEDIO
               IF WRK-CUSTO-MEDIO = ZEROS
                   AND EST-QTD-ATUAL > ZEROS
                   ADD 1 TO WRK-QTD-SEM-CUSTO
                   MOVE 'SEM CUSTO MEDIO' TO WRK-DET-OBSERVACAO
               END-IF
           END-IF.
           ADD WRK-VALOR-PRODUTO TO WRK-TOT-VALOR-ESTOQUE.
           MOVE EST-PRODUTO TO WRK-DET-PRODUTO.
           MOVE EST-QTD-ATUAL TO WRK-DET-QTD.
           MOVE WRK-CUSTO-MEDIO TO WRK-DET-CUSTO.
           MOVE WRK-VALOR-PRODUTO TO WRK-DET-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0200-PROCESSAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'ESTVALOR: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE 'QUANTIDADE EM ESTOQUE.........' TO WRK-CNT-TITULO.
           MOVE WRK-TOT-QTD TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'VALOR DO ESTOQUE..............' TO WRK-TOT-TITULO.
           MOVE WRK-TOT-VALOR-ESTOQUE TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'PRODUTOS COM SALDO NEGATIVO...' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-NEGATIVOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'PRODUTOS SEM CUSTO MEDIO......' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-SEM-CUSTO TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           CLOSE ESTOQUE-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'ESTVALOR: ' WRK-QTD-PRODUTOS ' PRODUTOS, VALOR '
               'DO ESTOQUE ' WRK-TOT-VALOR-ESTOQUE.
           IF WRK-QTD-NEGATIVOS > ZEROS
               OR WRK-QTD-SEM-CUSTO > ZEROS
               DISPLAY 'ESTVALOR: ' WRK-QTD-NEGATIVOS ' SALDOS '
                   'NEGATIVOS E ' WRK-QTD-SEM-CUSTO ' PRODUTOS SEM '
                   'CUSTO MEDIO - ACERTAR ANTES DO FECHAMENTO'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

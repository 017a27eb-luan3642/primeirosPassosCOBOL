       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAPROV.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: APLICACAO DAS DECISOES DO SUPERVISOR SOBRE AS
      * DIFERENCAS DE INVENTARIO APURADAS PELO INVCONT (INVDIF,
      * VER INVDREG.COB). LE O ARQUIVO DE DECISOES (INVAPR:
      * PRODUTO, ACAO 'A' APROVAR / 'R' RECUSAR E O USUARIO DO
      * SUPERVISOR - DECISAO SEM SUPERVISOR NAO VALE) E:
      *   - DIFERENCA APROVADA: SOMA A DIFERENCA (CONTADO MENOS
      *     SISTEMA NA FOTO) AO SALDO ATUAL DO ESTMSTR - ASSIM AS
      *     VENDAS E ENTRADAS DEPOIS DA FOTO SAO PRESERVADAS - E
      *     GRAVA A TRILHA DE AUDITORIA EM INVAJUST (VER
      *     INVAREG.COB);
      *   - DIFERENCA RECUSADA: DESCARTADA (RECONTAR E ABRIR NOVO
      *     INVENTARIO DO PRODUTO);
      *   - SEM DECISAO: VOLTA PARA O ARQUIVO INVDNEW, QUE DEVE
      *     SUBSTITUIR O INVDIF (MESMO ESQUEMA DO APRREAJ).
      * O SALDO AJUSTADO SAI NA GERACAO NOVA ESTNOVO, QUE
      * SUBSTITUI O ESTMSTR (COMO NO ESTOQUE). RELATORIO INVAREL.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - O ESTMSTR/ESTNOVO GANHOU O CUSTO MEDIO PONDERADO DO
      *   PRODUTO (VER ESTOQUE), REPASSADO SEM ALTERACAO PARA A
      *   GERACAO NOVA - O AJUSTE DE INVENTARIO SO MEXE NA
      *   QUANTIDADE.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFERENCA-ARQ ASSIGN TO 'INVDIF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DIF.

           SELECT DECISAO-ARQ ASSIGN TO 'INVAPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.

           SELECT ESTOQUE-ARQ ASSIGN TO 'ESTMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EST.

           SELECT ESTNOVO-ARQ ASSIGN TO 'ESTNOVO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ESN.

           SELECT AJUSTE-ARQ ASSIGN TO 'INVAJUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AJU.

           SELECT DIFNOVO-ARQ ASSIGN TO 'INVDNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DFN.

           SELECT RELATORIO-ARQ ASSIGN TO 'INVAREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIFERENCA-ARQ.
           COPY 'INVDREG.COB'.

       FD  DECISAO-ARQ.
       01  WRK-REG-DECISAO.
           05  DEC-PRODUTO             PIC 9(04).
           05  DEC-ACAO                PIC X(01).
           05  DEC-SUPERVISOR          PIC X(08).

       FD  ESTOQUE-ARQ.
       01  WRK-REG-ESTOQUE.
           05  EST-PRODUTO             PIC 9(04).
           05  EST-QTD-ATUAL           PIC S9(07).
           05  EST-PONTO-REPOSICAO     PIC 9(06).
           05  EST-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  ESTNOVO-ARQ.
       01  WRK-REG-ESTNOVO.
           05  ESN-PRODUTO             PIC 9(04).
           05  ESN-QTD-ATUAL           PIC S9(07).
           05  ESN-PONTO-REPOSICAO     PIC 9(06).
           05  ESN-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  AJUSTE-ARQ.
           COPY 'INVAREG.COB'.

       FD  DIFNOVO-ARQ.
       01  WRK-REG-DIFNOVO             PIC X(53).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-DIF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DEC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ESN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AJU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DFN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-DIF              PIC X(01) VALUE 'N'.
           88  WRK-FIM-DIF                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    SALDOS DO ESTMSTR, REGRAVADOS NO ESTNOVO.
       77  WRK-QTD-PRODUTOS             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ESTOQUE.
           05  WRK-EST OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRODUTOS
                   INDEXED BY WRK-IDX-EST.
               10  WRK-EST-PRODUTO       PIC 9(04).
               10  WRK-EST-QTD           PIC S9(07).
               10  WRK-EST-REPOSICAO     PIC 9(06).
               10  WRK-EST-CUSTO         PIC 9(07)V9999.

       77  WRK-QTD-DECISOES             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DECISOES.
           05  WRK-DECISAO OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-DECISOES
                   INDEXED BY WRK-IDX-DEC.
               10  WRK-DEC-PRODUTO      PIC 9(04).
               10  WRK-DEC-ACAO         PIC X(01).
               10  WRK-DEC-SUPERVISOR   PIC X(08).
       77  WRK-ACAO-ENCONTRADA          PIC X(01) VALUE SPACES.
       77  WRK-SUPERVISOR-ENCONTRADO    PIC X(08) VALUE SPACES.

       77  WRK-QTD-APLICADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MANTIDOS             PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AJUSTADO           PIC S9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(50) VALUE
           'AJUSTES DE INVENTARIO APROVADOS E APLICADOS'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(08) VALUE 'PRODUTO'.
           05  FILLER                   PIC X(10) VALUE '      FOTO'.
           05  FILLER                   PIC X(10) VALUE ' DIFERENCA'.
           05  FILLER                   PIC X(10) VALUE '  SALDO AN'.
           05  FILLER                   PIC X(10) VALUE '  SALDO NV'.
           05  FILLER                   PIC X(16) VALUE
               '           VALOR'.
           05  FILLER                   PIC X(11) VALUE
               '  APROVADOR'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DATA-FOTO        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DIFERENCA        PIC -------9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SALDO-ANTERIOR   PIC -------9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SALDO-NOVO       PIC -------9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ----------9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-APROVADOR        PIC X(08).

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(30).
           05  WRK-TOT-VALOR            PIC ----------9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0120-CARREGAR-ESTOQUE
                   THRU 0120-CARREGAR-ESTOQUE-EXIT
               PERFORM 0150-CARREGAR-DECISOES
                   THRU 0150-CARREGAR-DECISOES-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-DIF
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE AS DIFERENCAS PENDENTES (OBRIGATORIO), A TRILHA *
      * DE AUDITORIA (EXTEND), O REMANESCENTE E O RELATORIO. *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT DIFERENCA-ARQ.
           IF WRK-FS-DIF NOT = '00'
               MOVE WRK-FS-DIF TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'INVAPROV: ERRO AO ABRIR INVDIF - STATUS '
                   WRK-FS-DIF ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN EXTEND AJUSTE-ARQ.
           IF WRK-FS-AJU NOT = '00'
               CLOSE AJUSTE-ARQ
               OPEN OUTPUT AJUSTE-ARQ
           END-IF.
           OPEN OUTPUT DIFNOVO-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

       0120-CARREGAR-ESTOQUE.
           OPEN INPUT ESTOQUE-ARQ.
           IF WRK-FS-EST NOT = '00'
               DISPLAY 'INVAPROV: ESTMSTR INDISPONIVEL - SALDOS '
                   'COMECAM ZERADOS'
               GO TO 0120-CARREGAR-ESTOQUE-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-EST = '10'
               READ ESTOQUE-ARQ
                   AT END MOVE '10' TO WRK-FS-EST
                   NOT AT END
                       IF WRK-QTD-PRODUTOS >= 999
                           DISPLAY 'INVAPROV: ESTMSTR TEM MAIS DE '
                               '999 PRODUTOS - EXCEDENTES FORA DO '
                               'CONTROLE'
                       ELSE
                           ADD 1 TO WRK-QTD-PRODUTOS
                           SET WRK-IDX-EST TO WRK-QTD-PRODUTOS
                           MOVE EST-PRODUTO TO
                               WRK-EST-PRODUTO(WRK-IDX-EST)
                           MOVE EST-QTD-ATUAL TO
                               WRK-EST-QTD(WRK-IDX-EST)
                           MOVE EST-PONTO-REPOSICAO TO
                               WRK-EST-REPOSICAO(WRK-IDX-EST)
                           IF EST-CUSTO-MEDIO NUMERIC
                               MOVE EST-CUSTO-MEDIO TO
                                   WRK-EST-CUSTO(WRK-IDX-EST)
                           ELSE
                               MOVE ZEROS TO
                                   WRK-EST-CUSTO(WRK-IDX-EST)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE-ARQ.
       0120-CARREGAR-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS DECISOES. SEM O INVAPR, NENHUMA DIFERENCA *
      * E DECIDIDA E TODAS VOLTAM PARA O REMANESCENTE.       *
      *----------------------------------------------------*
       0150-CARREGAR-DECISOES.
           OPEN INPUT DECISAO-ARQ.
           IF WRK-FS-DEC NOT = '00'
               DISPLAY 'INVAPROV: INVAPR INDISPONIVEL - NENHUMA '
                   'DIFERENCA SERA DECIDIDA NESTA EXECUCAO'
               GO TO 0150-CARREGAR-DECISOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-DEC = '10'
               READ DECISAO-ARQ
                   AT END MOVE '10' TO WRK-FS-DEC
                   NOT AT END
                       IF WRK-QTD-DECISOES >= 999
                           DISPLAY 'INVAPROV: INVAPR TEM MAIS DE 999 '
                               'DECISOES - REGISTROS EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-DECISOES
                           SET WRK-IDX-DEC TO WRK-QTD-DECISOES
                           MOVE DEC-PRODUTO TO
                               WRK-DEC-PRODUTO(WRK-IDX-DEC)
                           MOVE DEC-ACAO TO
                               WRK-DEC-ACAO(WRK-IDX-DEC)
                           MOVE DEC-SUPERVISOR TO
                               WRK-DEC-SUPERVISOR(WRK-IDX-DEC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISAO-ARQ.
       0150-CARREGAR-DECISOES-EXIT.
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
      * LE CADA DIFERENCA E APLICA A DECISAO: 'A' AJUSTA O   *
      * SALDO E GRAVA A AUDITORIA, 'R' DESCARTA, SEM DECISAO *
      * (OU SEM SUPERVISOR) VOLTA PARA O REMANESCENTE.       *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ DIFERENCA-ARQ
               AT END
                   SET WRK-FIM-DIF TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           PERFORM 0250-LOCALIZAR-DECISAO
               THRU 0250-LOCALIZAR-DECISAO-EXIT.
           IF WRK-SUPERVISOR-ENCONTRADO = SPACES
               MOVE SPACES TO WRK-ACAO-ENCONTRADA
           END-IF.
           EVALUATE WRK-ACAO-ENCONTRADA
               WHEN 'A'
                   PERFORM 0300-APLICAR THRU 0300-APLICAR-EXIT
               WHEN 'R'
                   ADD 1 TO WRK-QTD-DESCARTADOS
                   DISPLAY 'INVAPROV: PRODUTO ' WRK-IDF-PRODUTO
                       ' - DIFERENCA RECUSADA E DESCARTADA'
               WHEN OTHER
                   WRITE WRK-REG-DIFNOVO FROM WRK-DIFERENCA-INVENTARIO
                   ADD 1 TO WRK-QTD-MANTIDOS
           END-EVALUATE.
       0200-PROCESSAR-EXIT.
           EXIT.

       0250-LOCALIZAR-DECISAO.
           MOVE SPACES TO WRK-ACAO-ENCONTRADA.
           MOVE SPACES TO WRK-SUPERVISOR-ENCONTRADO.
           IF WRK-QTD-DECISOES = ZEROS
               GO TO 0250-LOCALIZAR-DECISAO-EXIT
           END-IF.
           SET WRK-IDX-DEC TO 1.
           SEARCH WRK-DECISAO
               AT END
                   CONTINUE
               WHEN WRK-DEC-PRODUTO(WRK-IDX-DEC) = WRK-IDF-PRODUTO
                   MOVE WRK-DEC-ACAO(WRK-IDX-DEC)
                       TO WRK-ACAO-ENCONTRADA
                   MOVE WRK-DEC-SUPERVISOR(WRK-IDX-DEC)
                       TO WRK-SUPERVISOR-ENCONTRADO
           END-SEARCH.
       0250-LOCALIZAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SOMA A DIFERENCA APROVADA AO SALDO ATUAL DO PRODUTO  *
      * E GRAVA A TRILHA DE AUDITORIA. PRODUTO QUE SAIU DO   *
      * ESTMSTR DEPOIS DA FOTO VOLTA COM REPOSICAO ZERADA.   *
      *----------------------------------------------------*
       0300-APLICAR.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-IDX-EST TO 1
               SEARCH WRK-EST
                   AT END
                       CONTINUE
                   WHEN WRK-EST-PRODUTO(WRK-IDX-EST) = WRK-IDF-PRODUTO
                       GO TO 0310-AJUSTAR-SALDO
               END-SEARCH
           END-IF.
           IF WRK-QTD-PRODUTOS >= 999
               DISPLAY 'INVAPROV: TABELA DE PRODUTOS CHEIA - '
                   'PRODUTO ' WRK-IDF-PRODUTO ' CONTINUA PENDENTE'
               WRITE WRK-REG-DIFNOVO FROM WRK-DIFERENCA-INVENTARIO
               ADD 1 TO WRK-QTD-MANTIDOS
               GO TO 0300-APLICAR-EXIT
           END-IF.
           DISPLAY 'INVAPROV: PRODUTO ' WRK-IDF-PRODUTO
               ' SEM SALDO NO ESTMSTR - ENTRADA CRIADA COM '
               'REPOSICAO ZERADA'.
           ADD 1 TO WRK-QTD-PRODUTOS.
           SET WRK-IDX-EST TO WRK-QTD-PRODUTOS.
           MOVE WRK-IDF-PRODUTO TO WRK-EST-PRODUTO(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-QTD(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-REPOSICAO(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-CUSTO(WRK-IDX-EST).

       0310-AJUSTAR-SALDO.
           MOVE WRK-IDF-PRODUTO TO WRK-IAJ-PRODUTO.
           MOVE WRK-IDF-DATA-FOTO TO WRK-IAJ-DATA-FOTO.
           MOVE WRK-DATA-SISTEMA TO WRK-IAJ-DATA-AJUSTE.
           MOVE WRK-IDF-QTD-SISTEMA TO WRK-IAJ-QTD-SISTEMA.
           MOVE WRK-IDF-QTD-CONTADA TO WRK-IAJ-QTD-CONTADA.
           MOVE WRK-IDF-DIFERENCA TO WRK-IAJ-DIFERENCA.
           MOVE WRK-EST-QTD(WRK-IDX-EST) TO WRK-IAJ-SALDO-ANTERIOR.
           ADD WRK-IDF-DIFERENCA TO WRK-EST-QTD(WRK-IDX-EST).
           MOVE WRK-EST-QTD(WRK-IDX-EST) TO WRK-IAJ-SALDO-NOVO.
           MOVE WRK-IDF-PRECO TO WRK-IAJ-PRECO.
           MOVE WRK-IDF-VALOR TO WRK-IAJ-VALOR.
           MOVE WRK-SUPERVISOR-ENCONTRADO TO WRK-IAJ-APROVADOR.
           WRITE WRK-AJUSTE-INVENTARIO.
           ADD 1 TO WRK-QTD-APLICADOS.
           ADD WRK-IDF-VALOR TO WRK-TOTAL-AJUSTADO.

           MOVE WRK-IAJ-PRODUTO TO WRK-DET-PRODUTO.
           MOVE WRK-IAJ-DATA-FOTO TO WRK-DET-DATA-FOTO.
           MOVE WRK-IAJ-DIFERENCA TO WRK-DET-DIFERENCA.
           MOVE WRK-IAJ-SALDO-ANTERIOR TO WRK-DET-SALDO-ANTERIOR.
           MOVE WRK-IAJ-SALDO-NOVO TO WRK-DET-SALDO-NOVO.
           MOVE WRK-IAJ-VALOR TO WRK-DET-VALOR.
           MOVE WRK-IAJ-APROVADOR TO WRK-DET-APROVADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0300-APLICAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DO SALDO E FECHA O JOB.         *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'INVAPROV: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           OPEN OUTPUT ESTNOVO-ARQ.
           IF WRK-QTD-PRODUTOS > ZEROS
               PERFORM 0910-GRAVAR-SALDO THRU 0910-GRAVAR-SALDO-EXIT
                   VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST > WRK-QTD-PRODUTOS
           END-IF.
           CLOSE ESTNOVO-ARQ.
           MOVE 'VALOR LIQUIDO AJUSTADO........' TO WRK-TOT-TITULO.
           MOVE WRK-TOTAL-AJUSTADO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE DIFERENCA-ARQ.
           CLOSE AJUSTE-ARQ.
           CLOSE DIFNOVO-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'INVAPROV: ' WRK-QTD-APLICADOS ' AJUSTES APLICADOS, '
               WRK-QTD-DESCARTADOS ' RECUSADOS, '
               WRK-QTD-MANTIDOS ' AINDA PENDENTES'.
           DISPLAY 'INVAPROV: SUBSTITUA ESTMSTR POR ESTNOVO E '
               'INVDIF POR INVDNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-SALDO.
           MOVE WRK-EST-PRODUTO(WRK-IDX-EST) TO ESN-PRODUTO.
           MOVE WRK-EST-QTD(WRK-IDX-EST) TO ESN-QTD-ATUAL.
           MOVE WRK-EST-REPOSICAO(WRK-IDX-EST)
               TO ESN-PONTO-REPOSICAO.
           MOVE WRK-EST-CUSTO(WRK-IDX-EST) TO ESN-CUSTO-MEDIO.
           WRITE WRK-REG-ESTNOVO.
       0910-GRAVAR-SALDO-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVABRE.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ABERTURA DO INVENTARIO FISICO. CONGELA O SALDO
      * DO SISTEMA (ESTMSTR) DOS PRODUTOS A CONTAR NA FOTO
      * INVFOTO (PRODUTO, SALDO E DATA DA FOTO), QUE E A BASE DE
      * COMPARACAO DA CONTAGEM (INVCONT) - AS VENDAS E ENTRADAS
      * QUE ACONTECEREM DEPOIS DA FOTO NAO AFETAM A DIFERENCA,
      * E O AJUSTE APROVADO (INVAPROV) E SOMADO AO SALDO DO DIA.
      * RODA DEPOIS DO FECHDIA DA VESPERA DA CONTAGEM.
      *   - INVENTARIO GERAL: SEM O ARQUIVO INVSELEC, TODOS OS
      *     PRODUTOS DO ESTMSTR ENTRAM NA FOTO;
      *   - INVENTARIO ROTATIVO: O INVSELEC TRAZ OS PRODUTOS
      *     ESCOLHIDOS PARA A CONTAGEM (UM CODIGO POR REGISTRO);
      *     PRODUTO SELECIONADO QUE NAO ESTA NO ESTMSTR ENTRA NA
      *     FOTO COM SALDO ZERO, COM AVISO.
      * O RELATORIO INVFREL E A FOLHA DE CONTAGEM: UMA LINHA POR
      * PRODUTO, SEM O SALDO DO SISTEMA (CONTAGEM CEGA).
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - LAYOUT DO ESTMSTR ACOMPANHOU O CUSTO MEDIO PONDERADO
      *   GRAVADO PELO ESTOQUE (NAO USADO NA FOTO).
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

           SELECT SELECAO-ARQ ASSIGN TO 'INVSELEC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SEL.

           SELECT FOTO-ARQ ASSIGN TO 'INVFOTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOT.

           SELECT RELATORIO-ARQ ASSIGN TO 'INVFREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-ARQ.
       01  WRK-REG-ESTOQUE.
           05  EST-PRODUTO             PIC 9(04).
           05  EST-QTD-ATUAL           PIC S9(07).
           05  EST-PONTO-REPOSICAO     PIC 9(06).
           05  EST-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  SELECAO-ARQ.
       01  WRK-REG-SELECAO.
           05  SEL-PRODUTO             PIC 9(04).

       FD  FOTO-ARQ.
       01  WRK-REG-FOTO.
           05  FOT-PRODUTO             PIC 9(04).
           05  FOT-QTD-SISTEMA         PIC S9(07).
           05  FOT-DATA                PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-EST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-SEL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-ROTATIVO             PIC X(01) VALUE 'N'.
           88  WRK-ROTATIVO                       VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    SALDOS DO ESTMSTR.
       77  WRK-QTD-PRODUTOS             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ESTOQUE.
           05  WRK-EST OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRODUTOS
                   INDEXED BY WRK-IDX-EST.
               10  WRK-EST-PRODUTO       PIC 9(04).
               10  WRK-EST-QTD           PIC S9(07).

       77  WRK-QTD-FOTO                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-SALDO            PIC 9(06) VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(36) VALUE
               'FOLHA DE CONTAGEM DO INVENTARIO DE '.
           05  WRK-CAB-DATA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-CAB-TIPO             PIC X(08).

       01  WRK-CAB-COLUNAS              PIC X(50) VALUE
           'PRODUTO     QUANTIDADE CONTADA     CONFERENTE'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '__________________'.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               '_______________'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-ESTOQUE
               THRU 0120-CARREGAR-ESTOQUE-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0100-ABRIR-SAIDAS THRU 0100-ABRIR-SAIDAS-EXIT
               OPEN INPUT SELECAO-ARQ
               IF WRK-FS-SEL = '00'
                   SET WRK-ROTATIVO TO TRUE
                   PERFORM 0300-FOTO-ROTATIVA
                       THRU 0300-FOTO-ROTATIVA-EXIT
                   CLOSE SELECAO-ARQ
               ELSE
                   IF WRK-QTD-PRODUTOS > ZEROS
                       PERFORM 0200-FOTO-GERAL
                           THRU 0200-FOTO-GERAL-EXIT
                           VARYING WRK-IDX-EST FROM 1 BY 1
                           UNTIL WRK-IDX-EST > WRK-QTD-PRODUTOS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-SAIDAS.
           OPEN OUTPUT FOTO-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
       0100-ABRIR-SAIDAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O SALDO DO SISTEMA. SEM O ESTMSTR NAO HA O   *
      * QUE CONGELAR.                                        *
      *----------------------------------------------------*
       0120-CARREGAR-ESTOQUE.
           OPEN INPUT ESTOQUE-ARQ.
           IF WRK-FS-EST NOT = '00'
               MOVE WRK-FS-EST TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'INVABRE: ERRO AO ABRIR ESTMSTR - STATUS '
                   WRK-FS-EST ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0120-CARREGAR-ESTOQUE-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-EST = '10'
               READ ESTOQUE-ARQ
                   AT END MOVE '10' TO WRK-FS-EST
                   NOT AT END
                       IF WRK-QTD-PRODUTOS >= 999
                           DISPLAY 'INVABRE: ESTMSTR TEM MAIS DE '
                               '999 PRODUTOS - EXCEDENTES FORA DA '
                               'FOTO'
                       ELSE
                           ADD 1 TO WRK-QTD-PRODUTOS
                           SET WRK-IDX-EST TO WRK-QTD-PRODUTOS
                           MOVE EST-PRODUTO TO
                               WRK-EST-PRODUTO(WRK-IDX-EST)
                           MOVE EST-QTD-ATUAL TO
                               WRK-EST-QTD(WRK-IDX-EST)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0120-CARREGAR-ESTOQUE-EXIT.
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
      * INVENTARIO GERAL: TODO PRODUTO DO ESTMSTR.           *
      *----------------------------------------------------*
       0200-FOTO-GERAL.
           MOVE WRK-EST-PRODUTO(WRK-IDX-EST) TO FOT-PRODUTO.
           MOVE WRK-EST-QTD(WRK-IDX-EST) TO FOT-QTD-SISTEMA.
           PERFORM 0500-GRAVAR-FOTO THRU 0500-GRAVAR-FOTO-EXIT.
       0200-FOTO-GERAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * INVENTARIO ROTATIVO: SO OS PRODUTOS DO INVSELEC.     *
      *----------------------------------------------------*
       0300-FOTO-ROTATIVA.
           PERFORM UNTIL WRK-FS-SEL = '10'
               READ SELECAO-ARQ
                   AT END MOVE '10' TO WRK-FS-SEL
                   NOT AT END
                       PERFORM 0310-SELECIONAR-PRODUTO
                           THRU 0310-SELECIONAR-PRODUTO-EXIT
               END-READ
           END-PERFORM.
       0300-FOTO-ROTATIVA-EXIT.
           EXIT.

       0310-SELECIONAR-PRODUTO.
           MOVE SEL-PRODUTO TO FOT-PRODUTO.
           MOVE ZEROS TO FOT-QTD-SISTEMA.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-IDX-EST TO 1
               SEARCH WRK-EST
                   AT END
                       CONTINUE
                   WHEN WRK-EST-PRODUTO(WRK-IDX-EST) = SEL-PRODUTO
                       MOVE WRK-EST-QTD(WRK-IDX-EST)
                           TO FOT-QTD-SISTEMA
                       PERFORM 0500-GRAVAR-FOTO
                           THRU 0500-GRAVAR-FOTO-EXIT
                       GO TO 0310-SELECIONAR-PRODUTO-EXIT
               END-SEARCH
           END-IF.
           DISPLAY 'INVABRE: PRODUTO ' SEL-PRODUTO
               ' SEM SALDO NO ESTMSTR - ENTRA NA FOTO COM ZERO'.
           ADD 1 TO WRK-QTD-SEM-SALDO.
           PERFORM 0500-GRAVAR-FOTO THRU 0500-GRAVAR-FOTO-EXIT.
       0310-SELECIONAR-PRODUTO-EXIT.
           EXIT.

       0500-GRAVAR-FOTO.
           MOVE WRK-DATA-SISTEMA TO FOT-DATA.
           WRITE WRK-REG-FOTO.
           ADD 1 TO WRK-QTD-FOTO.
           IF WRK-QTD-FOTO = 1
               MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA
               IF WRK-ROTATIVO
                   MOVE 'ROTATIVO' TO WRK-CAB-TIPO
               ELSE
                   MOVE 'GERAL' TO WRK-CAB-TIPO
               END-IF
               WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO
               WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS
           END-IF.
           MOVE FOT-PRODUTO TO WRK-DET-PRODUTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0500-GRAVAR-FOTO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'INVABRE: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           CLOSE FOTO-ARQ.
           CLOSE RELATORIO-ARQ.
           IF WRK-ROTATIVO
               DISPLAY 'INVABRE: INVENTARIO ROTATIVO - '
                   WRK-QTD-FOTO ' PRODUTOS NA FOTO ('
                   WRK-QTD-SEM-SALDO ' SEM SALDO NO ESTMSTR)'
           ELSE
               DISPLAY 'INVABRE: INVENTARIO GERAL - '
                   WRK-QTD-FOTO ' PRODUTOS NA FOTO'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

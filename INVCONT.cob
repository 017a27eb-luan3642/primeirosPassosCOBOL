       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: APURACAO DO INVENTARIO FISICO. COMPARA A
      * CONTAGEM DIGITADA (INVCONTA: PRODUTO E QUANTIDADE; O
      * MESMO PRODUTO CONTADO EM MAIS DE UM LUGAR TEM AS
      * CONTAGENS SOMADAS) COM O SALDO CONGELADO NA FOTO
      * (INVFOTO, GRAVADA PELO INVABRE) E VALORIZA A DIFERENCA
      * AO PRECO DE LISTA (PRECMSTR) EM VIGOR NA DATA DA FOTO.
      * CADA DIFERENCA VAI PARA O ARQUIVO DE PENDENTES INVDIF
      * (VER INVDREG.COB), QUE SO E APLICADO AO ESTOQUE PELO
      * INVAPROV DEPOIS DA APROVACAO DO SUPERVISOR. O RELATORIO
      * INVDREL TRAZ AS DIFERENCAS EM QUANTIDADE E EM VALOR, OS
      * PRODUTOS DA FOTO QUE NAO FORAM CONTADOS (FICAM SEM
      * AJUSTE) E OS CONTADOS FORA DA FOTO (IDEM).
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
           SELECT FOTO-ARQ ASSIGN TO 'INVFOTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOT.

           SELECT CONTAGEM-ARQ ASSIGN TO 'INVCONTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CNT.

           SELECT PRECO-ARQ ASSIGN TO 'PRECMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRE.

           SELECT DIFERENCA-ARQ ASSIGN TO 'INVDIF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DIF.

           SELECT RELATORIO-ARQ ASSIGN TO 'INVDREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FOTO-ARQ.
       01  WRK-REG-FOTO.
           05  FOT-PRODUTO             PIC 9(04).
           05  FOT-QTD-SISTEMA         PIC S9(07).
           05  FOT-DATA                PIC 9(08).

       FD  CONTAGEM-ARQ.
       01  WRK-REG-CONTAGEM.
           05  CNT-PRODUTO             PIC 9(04).
           05  CNT-QTD                 PIC 9(07).

       FD  PRECO-ARQ.
       01  WRK-REG-PRECO.
           05  PRE-PRODUTO             PIC 9(04).
           05  PRE-PRECO-LISTA         PIC 9(07)V99.
           05  PRE-DATA-VIGENCIA       PIC 9(08).

       FD  DIFERENCA-ARQ.
           COPY 'INVDREG.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-FOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CNT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRE                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DIF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       77  WRK-DATA-FOTO                PIC 9(08) VALUE ZEROS.

      *    FOTO DO INVENTARIO COM A CONTAGEM ACUMULADA.
       77  WRK-QTD-PRODUTOS             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FOTO.
           05  WRK-FOT OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRODUTOS
                   INDEXED BY WRK-IDX-FOT.
               10  WRK-FOT-PRODUTO       PIC 9(04).
               10  WRK-FOT-QTD-SISTEMA   PIC S9(07).
               10  WRK-FOT-QTD-CONTADA   PIC 9(07).
               10  WRK-FOT-SW-CONTADO    PIC X(01).
                   88  WRK-FOT-CONTADO             VALUE 'S'.

      *    PRECO DE LISTA EM VIGOR NA DATA DA FOTO (PRECMSTR),
      *    FICANDO COM A MAIOR VIGENCIA QUE NAO PASSA DA FOTO.
       77  WRK-QTD-PRECOS               PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PRECOS.
           05  WRK-PRE OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PRECOS
                   INDEXED BY WRK-IDX-PRE.
               10  WRK-PRE-PRODUTO      PIC 9(04).
               10  WRK-PRE-PRECO        PIC 9(07)V99.
               10  WRK-PRE-VIGENCIA     PIC 9(08).
       77  WRK-PRECO-LISTA              PIC 9(07)V99 VALUE ZEROS.

       77  WRK-DIFERENCA                PIC S9(07) VALUE ZEROS.
       77  WRK-VALOR-DIFERENCA          PIC S9(09)V99 VALUE ZEROS.

       77  WRK-QTD-CONTAGENS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DIFERENCAS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NAO-CONTADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-FOTO            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-PRECO            PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALTAS             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO            PIC S9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(40) VALUE
               'DIFERENCAS DO INVENTARIO - FOTO DE '.
           05  WRK-CAB-DATA             PIC 9(08).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(08) VALUE 'PRODUTO'.
           05  FILLER                   PIC X(10) VALUE '   SISTEMA'.
           05  FILLER                   PIC X(10) VALUE '   CONTADO'.
           05  FILLER                   PIC X(10) VALUE ' DIFERENCA'.
           05  FILLER                   PIC X(12) VALUE '       PRECO'.
           05  FILLER                   PIC X(15) VALUE
               '          VALOR'.
           05  FILLER                   PIC X(15) VALUE
               '  OBSERVACAO'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SISTEMA          PIC -------9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-CONTADO          PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DIFERENCA        PIC -------9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-PRECO            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ----------9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-OBSERVACAO       PIC X(12).

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(30).
           05  WRK-TOT-VALOR            PIC ----------9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0120-CARREGAR-FOTO THRU 0120-CARREGAR-FOTO-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0130-CARREGAR-PRECOS
                   THRU 0130-CARREGAR-PRECOS-EXIT
               PERFORM 0100-ABRIR-SAIDAS THRU 0100-ABRIR-SAIDAS-EXIT
               PERFORM 0200-LER-CONTAGEM
                   THRU 0200-LER-CONTAGEM-EXIT
               PERFORM 0300-APURAR THRU 0300-APURAR-EXIT
                   VARYING WRK-IDX-FOT FROM 1 BY 1
                   UNTIL WRK-IDX-FOT > WRK-QTD-PRODUTOS
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-SAIDAS.
           OPEN OUTPUT DIFERENCA-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-DATA-FOTO TO WRK-CAB-DATA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
       0100-ABRIR-SAIDAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A FOTO (OBRIGATORIA - SEM ELA O INVENTARIO   *
      * NAO FOI ABERTO).                                     *
      *----------------------------------------------------*
       0120-CARREGAR-FOTO.
           OPEN INPUT FOTO-ARQ.
           IF WRK-FS-FOT NOT = '00'
               MOVE WRK-FS-FOT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'INVCONT: ERRO AO ABRIR INVFOTO - STATUS '
                   WRK-FS-FOT ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0120-CARREGAR-FOTO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FOT = '10'
               READ FOTO-ARQ
                   AT END MOVE '10' TO WRK-FS-FOT
                   NOT AT END
                       IF WRK-QTD-PRODUTOS >= 999
                           DISPLAY 'INVCONT: INVFOTO TEM MAIS DE '
                               '999 PRODUTOS - EXCEDENTES SEM '
                               'APURACAO'
                       ELSE
                           ADD 1 TO WRK-QTD-PRODUTOS
                           SET WRK-IDX-FOT TO WRK-QTD-PRODUTOS
                           MOVE FOT-PRODUTO TO
                               WRK-FOT-PRODUTO(WRK-IDX-FOT)
                           MOVE FOT-QTD-SISTEMA TO
                               WRK-FOT-QTD-SISTEMA(WRK-IDX-FOT)
                           MOVE ZEROS TO
                               WRK-FOT-QTD-CONTADA(WRK-IDX-FOT)
                           MOVE 'N' TO
                               WRK-FOT-SW-CONTADO(WRK-IDX-FOT)
                           MOVE FOT-DATA TO WRK-DATA-FOTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOTO-ARQ.
           IF WRK-QTD-PRODUTOS = ZEROS
               DISPLAY 'INVCONT: INVFOTO VAZIO - RODE O INVABRE'
               GO TO 0120-CARREGAR-FOTO-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0120-CARREGAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O PRECO DE LISTA EM VIGOR NA DATA DA FOTO.   *
      * SEM O PRECMSTR, A DIFERENCA SAI SO EM QUANTIDADE.    *
      *----------------------------------------------------*
       0130-CARREGAR-PRECOS.
           OPEN INPUT PRECO-ARQ.
           IF WRK-FS-PRE NOT = '00'
               DISPLAY 'INVCONT: PRECMSTR INDISPONIVEL - '
                   'DIFERENCAS SEM VALOR'
               GO TO 0130-CARREGAR-PRECOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PRE = '10'
               READ PRECO-ARQ
                   AT END MOVE '10' TO WRK-FS-PRE
                   NOT AT END
                       PERFORM 0135-GUARDAR-PRECO
                           THRU 0135-GUARDAR-PRECO-EXIT
               END-READ
           END-PERFORM.
           CLOSE PRECO-ARQ.
       0130-CARREGAR-PRECOS-EXIT.
           EXIT.

       0135-GUARDAR-PRECO.
           IF PRE-DATA-VIGENCIA > WRK-DATA-FOTO
               GO TO 0135-GUARDAR-PRECO-EXIT
           END-IF.
           IF WRK-QTD-PRECOS > ZEROS
               SET WRK-IDX-PRE TO 1
               SEARCH WRK-PRE
                   AT END
                       CONTINUE
                   WHEN WRK-PRE-PRODUTO(WRK-IDX-PRE) = PRE-PRODUTO
                       IF PRE-DATA-VIGENCIA
                           > WRK-PRE-VIGENCIA(WRK-IDX-PRE)
                           MOVE PRE-PRECO-LISTA
                               TO WRK-PRE-PRECO(WRK-IDX-PRE)
                           MOVE PRE-DATA-VIGENCIA
                               TO WRK-PRE-VIGENCIA(WRK-IDX-PRE)
                       END-IF
                       GO TO 0135-GUARDAR-PRECO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PRECOS >= 999
               DISPLAY 'INVCONT: PRECMSTR TEM MAIS DE 999 '
                   'PRODUTOS - EXCEDENTES SEM VALOR'
               GO TO 0135-GUARDAR-PRECO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRECOS.
           SET WRK-IDX-PRE TO WRK-QTD-PRECOS.
           MOVE PRE-PRODUTO TO WRK-PRE-PRODUTO(WRK-IDX-PRE).
           MOVE PRE-PRECO-LISTA TO WRK-PRE-PRECO(WRK-IDX-PRE).
           MOVE PRE-DATA-VIGENCIA TO WRK-PRE-VIGENCIA(WRK-IDX-PRE).
       0135-GUARDAR-PRECO-EXIT.
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
      * ACUMULA A CONTAGEM NA FOTO. SEM O INVCONTA NADA FOI  *
      * CONTADO E NAO HA DIFERENCA A APURAR.                 *
      *----------------------------------------------------*
       0200-LER-CONTAGEM.
           OPEN INPUT CONTAGEM-ARQ.
           IF WRK-FS-CNT NOT = '00'
               DISPLAY 'INVCONT: INVCONTA INDISPONIVEL - NENHUMA '
                   'CONTAGEM APURADA'
               GO TO 0200-LER-CONTAGEM-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CNT = '10'
               READ CONTAGEM-ARQ
                   AT END MOVE '10' TO WRK-FS-CNT
                   NOT AT END
                       PERFORM 0210-ACUMULAR-CONTAGEM
                           THRU 0210-ACUMULAR-CONTAGEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE CONTAGEM-ARQ.
       0200-LER-CONTAGEM-EXIT.
           EXIT.

       0210-ACUMULAR-CONTAGEM.
           ADD 1 TO WRK-QTD-CONTAGENS.
           SET WRK-IDX-FOT TO 1.
           SEARCH WRK-FOT
               AT END
                   ADD 1 TO WRK-QTD-FORA-FOTO
                   MOVE CNT-PRODUTO TO WRK-DET-PRODUTO
                   MOVE ZEROS TO WRK-DET-SISTEMA
                   MOVE CNT-QTD TO WRK-DET-CONTADO
                   MOVE ZEROS TO WRK-DET-DIFERENCA
                   MOVE ZEROS TO WRK-DET-PRECO
                   MOVE ZEROS TO WRK-DET-VALOR
                   MOVE 'FORA DA FOTO' TO WRK-DET-OBSERVACAO
                   WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               WHEN WRK-FOT-PRODUTO(WRK-IDX-FOT) = CNT-PRODUTO
                   ADD CNT-QTD TO WRK-FOT-QTD-CONTADA(WRK-IDX-FOT)
                   SET WRK-FOT-CONTADO(WRK-IDX-FOT) TO TRUE
           END-SEARCH.
       0210-ACUMULAR-CONTAGEM-EXIT.
           EXIT.

      *----------------------------------------------------*
      * APURA A DIFERENCA DE CADA PRODUTO DA FOTO: CONTADO   *
      * MENOS SISTEMA, VALORIZADA AO PRECO DE LISTA.         *
      *----------------------------------------------------*
       0300-APURAR.
           MOVE WRK-FOT-PRODUTO(WRK-IDX-FOT) TO WRK-DET-PRODUTO.
           MOVE WRK-FOT-QTD-SISTEMA(WRK-IDX-FOT) TO WRK-DET-SISTEMA.
           IF NOT WRK-FOT-CONTADO(WRK-IDX-FOT)
               ADD 1 TO WRK-QTD-NAO-CONTADOS
               MOVE ZEROS TO WRK-DET-CONTADO
               MOVE ZEROS TO WRK-DET-DIFERENCA
               MOVE ZEROS TO WRK-DET-PRECO
               MOVE ZEROS TO WRK-DET-VALOR
               MOVE 'NAO CONTADO' TO WRK-DET-OBSERVACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               GO TO 0300-APURAR-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA = WRK-FOT-QTD-CONTADA(WRK-IDX-FOT)
               - WRK-FOT-QTD-SISTEMA(WRK-IDX-FOT).
           IF WRK-DIFERENCA = ZEROS
               GO TO 0300-APURAR-EXIT
           END-IF.

           MOVE ZEROS TO WRK-PRECO-LISTA.
           MOVE SPACES TO WRK-DET-OBSERVACAO.
           IF WRK-QTD-PRECOS > ZEROS
               SET WRK-IDX-PRE TO 1
               SEARCH WRK-PRE
                   AT END
                       CONTINUE
                   WHEN WRK-PRE-PRODUTO(WRK-IDX-PRE)
                           = WRK-FOT-PRODUTO(WRK-IDX-FOT)
                       MOVE WRK-PRE-PRECO(WRK-IDX-PRE)
                           TO WRK-PRECO-LISTA
               END-SEARCH
           END-IF.
           IF WRK-PRECO-LISTA = ZEROS
               ADD 1 TO WRK-QTD-SEM-PRECO
               MOVE 'SEM PRECO' TO WRK-DET-OBSERVACAO
           END-IF.
           COMPUTE WRK-VALOR-DIFERENCA ROUNDED =
               WRK-DIFERENCA * WRK-PRECO-LISTA.
           IF WRK-DIFERENCA < ZEROS
               ADD WRK-VALOR-DIFERENCA TO WRK-TOTAL-FALTAS
           ELSE
               ADD WRK-VALOR-DIFERENCA TO WRK-TOTAL-SOBRAS
           END-IF.
           ADD WRK-VALOR-DIFERENCA TO WRK-TOTAL-LIQUIDO.
           ADD 1 TO WRK-QTD-DIFERENCAS.

           MOVE WRK-FOT-PRODUTO(WRK-IDX-FOT) TO WRK-IDF-PRODUTO.
           MOVE WRK-DATA-FOTO TO WRK-IDF-DATA-FOTO.
           MOVE WRK-FOT-QTD-SISTEMA(WRK-IDX-FOT)
               TO WRK-IDF-QTD-SISTEMA.
           MOVE WRK-FOT-QTD-CONTADA(WRK-IDX-FOT)
               TO WRK-IDF-QTD-CONTADA.
           MOVE WRK-DIFERENCA TO WRK-IDF-DIFERENCA.
           MOVE WRK-PRECO-LISTA TO WRK-IDF-PRECO.
           MOVE WRK-VALOR-DIFERENCA TO WRK-IDF-VALOR.
           WRITE WRK-DIFERENCA-INVENTARIO.

           MOVE WRK-FOT-QTD-CONTADA(WRK-IDX-FOT) TO WRK-DET-CONTADO.
           MOVE WRK-DIFERENCA TO WRK-DET-DIFERENCA.
           MOVE WRK-PRECO-LISTA TO WRK-DET-PRECO.
           MOVE WRK-VALOR-DIFERENCA TO WRK-DET-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0300-APURAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'INVCONT: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE 'VALOR DAS FALTAS..............' TO WRK-TOT-TITULO.
           MOVE WRK-TOTAL-FALTAS TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'VALOR DAS SOBRAS..............' TO WRK-TOT-TITULO.
           MOVE WRK-TOTAL-SOBRAS TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'DIFERENCA LIQUIDA.............' TO WRK-TOT-TITULO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE DIFERENCA-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'INVCONT: ' WRK-QTD-CONTAGENS ' CONTAGENS, '
               WRK-QTD-DIFERENCAS ' DIFERENCAS, '
               WRK-QTD-NAO-CONTADOS ' NAO CONTADOS, '
               WRK-QTD-FORA-FOTO ' FORA DA FOTO'.
           IF WRK-QTD-SEM-PRECO > ZEROS
               DISPLAY 'INVCONT: ' WRK-QTD-SEM-PRECO
                   ' DIFERENCAS SEM PRECO DE LISTA'
           END-IF.
           DISPLAY 'INVCONT: DIFERENCAS EM INVDIF AGUARDANDO '
               'APROVACAO (INVAPROV)'.
       0900-ENCERRAR-EXIT.
           EXIT.

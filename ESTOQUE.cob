      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CUSTO MEDIO PONDERADO POR PRODUTO: A ENTRADA DE
      *   MERCADORIA (ESTENTR) PASSOU A CARREGAR O CUSTO
      *   UNITARIO E O ESTMSTR/ESTNOVO O CUSTO MEDIO, RECALCULADO
      *   A CADA ENTRADA SOBRE O SALDO POSITIVO (ENTRADA SEM
      *   CUSTO SOMA A QUANTIDADE E MANTEM A MEDIA, COM AVISO).
      *   A VENDA DO DIA E CUSTEADA PELA MEDIA JA COM AS
      *   ENTRADAS DO DIA E ACRESCENTADA AO HISTORICO CMVDIA
      *   (VER CMVREG.COB), POR PRODUTO + LOJA DO PRODLOJA - A
      *   BASE DO RELATORIO DE MARGEM (MARGREL) E DA VALORIZACAO
      *   DO ESTOQUE (ESTVALOR).
      * - O PRODLOJA PASSOU A TRAZER A DATA DO MOVIMENTO E O
      *   PRODTOT A PARTE VENDIDA EM PROMOCAO. O CMVDIA GRAVA A
      *   DATA DO MOVIMENTO DE CADA VENDA (A DATA DO SISTEMA SO
      *   QUANDO ELA NAO VEM), BASE DO RELATORIO DE DESEMPENHO
      *   DAS PROMOCOES (PROMREL).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

           SELECT PRODLOJA-ARQ ASSIGN TO 'PRODLOJA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLO.

           SELECT CMVDIA-ARQ ASSIGN TO 'CMVDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMV.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-ARQ.
           05  EST-PRODUTO             PIC 9(04).
           05  EST-QTD-ATUAL           PIC S9(07).
           05  EST-PONTO-REPOSICAO     PIC 9(06).
           05  EST-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  ENTRADA-ARQ.
       01  WRK-REG-ENTRADA.
           05  ENT-PRODUTO             PIC 9(04).
           05  ENT-QTD                 PIC 9(06).
           05  ENT-DATA                PIC 9(08).
           05  ENT-CUSTO-UNITARIO      PIC 9(07)V99.

       FD  PRODTOT-ARQ.
       01  WRK-REG-PRODTOT.
           05  PRT-PRODUTO             PIC 9(04).
           05  PRT-QT                  PIC 9(06).
           05  PRT-VALOR               PIC 9(09)V99.
           05  PRT-QT-PROMO            PIC 9(06).
           05  PRT-VALOR-PROMO         PIC 9(09)V99.

       FD  ESTNOVO-ARQ.
       01  WRK-REG-ESTNOVO.
           05  ESN-PRODUTO             PIC 9(04).
           05  ESN-QTD-ATUAL           PIC S9(07).
           05  ESN-PONTO-REPOSICAO     PIC 9(06).
           05  ESN-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       FD  PRODLOJA-ARQ.
       01  WRK-REG-PRODLOJA.
           05  PLO-PRODUTO             PIC 9(04).
           05  PLO-LOJA                PIC 9(02).
           05  PLO-QT                  PIC 9(06).
           05  PLO-VALOR               PIC 9(09)V99.
           05  PLO-DATA                PIC 9(08).

       FD  CMVDIA-ARQ.
           COPY 'CMVREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-PTO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ESN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PLO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMV                  PIC X(02) VALUE SPACES.

      *    SALDO POR PRODUTO EM MEMORIA. PRODUTO QUE APARECE NAS
      *    ENTRADAS OU NAS VENDAS SEM ESTAR NO ESTMSTR GANHA
               10  WRK-EST-PRODUTO       PIC 9(04).
               10  WRK-EST-QTD           PIC S9(07).
               10  WRK-EST-REPOSICAO     PIC 9(06).
               10  WRK-EST-CUSTO         PIC 9(07)V9999.
       77  WRK-SW-TAB-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-TAB-CHEIA                       VALUE 'S'.
       77  WRK-PRODUTO-BUSCA            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-NEGATIVOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ABAIXO               PIC 9(06) VALUE ZEROS.

      *    CUSTO MEDIO E CMV DO DIA. O CMV SO E CALCULADO QUANDO
      *    O PRODTOT FOI LIDO (BAIXA DE VENDAS FEITA).
       77  WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-BASE               PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-CUSTO            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CMV                  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CMV-SEM-CUSTO        PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CMV                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SW-VENDAS-OK             PIC X(01) VALUE 'N'.
           88  WRK-VENDAS-OK                       VALUE 'S'.

       01  WRK-CAB-NEGATIVO             PIC X(44) VALUE
           'ESTOQUE NEGATIVO (VENDA OU ENTRADA ERRADA)'.
       01  WRK-CAB-REPOSICAO            PIC X(40) VALUE
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-ESTOQUE
               THRU 0120-CARREGAR-ESTOQUE-EXIT.
           PERFORM 0200-APLICAR-ENTRADAS
               THRU 0200-APLICAR-ENTRADAS-EXIT.
           PERFORM 0300-APLICAR-VENDAS
               THRU 0300-APLICAR-VENDAS-EXIT.
           IF WRK-VENDAS-OK
               PERFORM 0400-CALCULAR-CMV
                   THRU 0400-CALCULAR-CMV-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

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
           MOVE WRK-PRODUTO-BUSCA TO WRK-EST-PRODUTO(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-QTD(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-REPOSICAO(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-CUSTO(WRK-IDX-EST).
           SET WRK-PROD-ACHADO TO TRUE.
       0150-LOCALIZAR-PRODUTO-EXIT.
           EXIT.
                       PERFORM 0150-LOCALIZAR-PRODUTO
                           THRU 0150-LOCALIZAR-PRODUTO-EXIT
                       IF WRK-PROD-ACHADO
                           PERFORM 0250-CUSTO-MEDIO
                               THRU 0250-CUSTO-MEDIO-EXIT
                           ADD ENT-QTD TO WRK-EST-QTD(WRK-IDX-EST)
                           ADD 1 TO WRK-QTD-ENTRADAS
                       END-IF
       0200-APLICAR-ENTRADAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO ANTES   *
      * DE SOMAR A ENTRADA AO SALDO: (SALDO X MEDIA +        *
      * ENTRADA X CUSTO) / (SALDO + ENTRADA). SALDO NEGATIVO *
      * NAO TEM CUSTO A PONDERAR E CONTA COMO ZERO. ENTRADA  *
      * SEM CUSTO MANTEM A MEDIA, COM AVISO.                 *
      *----------------------------------------------------*
       0250-CUSTO-MEDIO.
           IF ENT-CUSTO-UNITARIO NOT NUMERIC
               OR ENT-CUSTO-UNITARIO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CUSTO
               DISPLAY 'ESTOQUE: ENTRADA DO PRODUTO ' ENT-PRODUTO
                   ' SEM CUSTO UNITARIO - CUSTO MEDIO MANTIDO'
               GO TO 0250-CUSTO-MEDIO-EXIT
           END-IF.
           IF ENT-QTD = ZEROS
               GO TO 0250-CUSTO-MEDIO-EXIT
           END-IF.
           IF WRK-EST-QTD(WRK-IDX-EST) > ZEROS
               MOVE WRK-EST-QTD(WRK-IDX-EST) TO WRK-SALDO-BASE
           ELSE
               MOVE ZEROS TO WRK-SALDO-BASE
           END-IF.
           COMPUTE WRK-EST-CUSTO(WRK-IDX-EST) ROUNDED =
               (WRK-SALDO-BASE * WRK-EST-CUSTO(WRK-IDX-EST)
                + ENT-QTD * ENT-CUSTO-UNITARIO)
               / (WRK-SALDO-BASE + ENT-QTD).
       0250-CUSTO-MEDIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ABATE DOS SALDOS AS QUANTIDADES VENDIDAS NO          *
      * FECHAMENTO DO DIA (PRODTOT).                         *
               END-READ
           END-PERFORM.
           CLOSE PRODTOT-ARQ.
           SET WRK-VENDAS-OK TO TRUE.
       0300-APLICAR-VENDAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CUSTO DAS MERCADORIAS VENDIDAS DO DIA: CADA PRODUTO  *
      * + LOJA DO PRODLOJA CUSTEADO PELA MEDIA JA COM AS     *
      * ENTRADAS DO DIA, ACRESCENTADO AO HISTORICO CMVDIA.   *
      * SEM O PRODLOJA, O CMV SAI POR PRODUTO A PARTIR DO    *
      * PRODTOT, COM A LOJA ZERADA.                          *
      *----------------------------------------------------*
       0400-CALCULAR-CMV.
           OPEN EXTEND CMVDIA-ARQ.
           IF WRK-FS-CMV NOT = '00'
               CLOSE CMVDIA-ARQ
               OPEN OUTPUT CMVDIA-ARQ
           END-IF.
           IF WRK-FS-CMV NOT = '00'
               MOVE WRK-FS-CMV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'ESTOQUE: ERRO AO ABRIR CMVDIA - STATUS '
                   WRK-FS-CMV ' - ' WRK-MSG-ERRO-ENCONTRADA
                   ' (CMV DO DIA NAO GRAVADO)'
               MOVE 8 TO RETURN-CODE
               GO TO 0400-CALCULAR-CMV-EXIT
           END-IF.
           OPEN INPUT PRODLOJA-ARQ.
           IF WRK-FS-PLO = '00'
               PERFORM UNTIL WRK-FS-PLO = '10'
                   READ PRODLOJA-ARQ
                       AT END
                           MOVE '10' TO WRK-FS-PLO
                       NOT AT END
                           MOVE PLO-PRODUTO TO WRK-CMV-PRODUTO
                           MOVE PLO-LOJA TO WRK-CMV-LOJA
                           MOVE PLO-QT TO WRK-CMV-QT
                           MOVE PLO-VALOR TO WRK-CMV-RECEITA
                           IF PLO-DATA > ZEROS
                               MOVE PLO-DATA TO WRK-CMV-DATA
                           ELSE
                               MOVE WRK-DATA-SISTEMA TO WRK-CMV-DATA
                           END-IF
                           PERFORM 0410-GRAVAR-CMV
                               THRU 0410-GRAVAR-CMV-EXIT
                   END-READ
               END-PERFORM
               CLOSE PRODLOJA-ARQ
           ELSE
               DISPLAY 'ESTOQUE: PRODLOJA INDISPONIVEL - CMV DO '
                   'DIA GRAVADO POR PRODUTO, SEM A LOJA'
               OPEN INPUT PRODTOT-ARQ
               PERFORM UNTIL WRK-FS-PTO = '10'
                   READ PRODTOT-ARQ
                       AT END
                           MOVE '10' TO WRK-FS-PTO
                       NOT AT END
                           MOVE PRT-PRODUTO TO WRK-CMV-PRODUTO
                           MOVE ZEROS TO WRK-CMV-LOJA
                           MOVE PRT-QT TO WRK-CMV-QT
                           MOVE PRT-VALOR TO WRK-CMV-RECEITA
                           MOVE WRK-DATA-SISTEMA TO WRK-CMV-DATA
                           PERFORM 0410-GRAVAR-CMV
                               THRU 0410-GRAVAR-CMV-EXIT
                   END-READ
               END-PERFORM
               CLOSE PRODTOT-ARQ
           END-IF.
           CLOSE CMVDIA-ARQ.
       0400-CALCULAR-CMV-EXIT.
           EXIT.

       0410-GRAVAR-CMV.
           MOVE WRK-CMV-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 0150-LOCALIZAR-PRODUTO
               THRU 0150-LOCALIZAR-PRODUTO-EXIT.
           IF NOT WRK-PROD-ACHADO
               GO TO 0410-GRAVAR-CMV-EXIT
           END-IF.
           IF WRK-EST-CUSTO(WRK-IDX-EST) = ZEROS
               ADD 1 TO WRK-QTD-CMV-SEM-CUSTO
               DISPLAY 'ESTOQUE: PRODUTO ' WRK-CMV-PRODUTO
                   ' VENDIDO SEM CUSTO MEDIO - CMV ZERADO'
           END-IF.
           MOVE WRK-EST-CUSTO(WRK-IDX-EST) TO WRK-CMV-CUSTO-MEDIO.
           COMPUTE WRK-CMV-VALOR ROUNDED =
               WRK-CMV-QT * WRK-CMV-CUSTO-MEDIO.
           WRITE WRK-CUSTO-VENDIDO.
           ADD 1 TO WRK-QTD-CMV.
           ADD WRK-CMV-VALOR TO WRK-TOTAL-CMV.
       0410-GRAVAR-CMV-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DO SALDO, IMPRIME AS EXCECOES   *
      * (NEGATIVOS E ABAIXO DA REPOSICAO) E FECHA O JOB.     *
               WRK-QTD-BAIXAS ' BAIXAS DE VENDA, '
               WRK-QTD-NEGATIVOS ' PRODUTOS NEGATIVOS, '
               WRK-QTD-ABAIXO ' ABAIXO DA REPOSICAO'.
           DISPLAY 'ESTOQUE: ' WRK-QTD-SEM-CUSTO ' ENTRADAS SEM '
               'CUSTO, ' WRK-QTD-CMV ' REGISTROS DE CMV, '
               WRK-QTD-CMV-SEM-CUSTO ' SEM CUSTO MEDIO, CMV DO DIA '
               WRK-TOTAL-CMV.
           DISPLAY 'ESTOQUE: SUBSTITUA ESTMSTR POR ESTNOVO'.
       0900-ENCERRAR-EXIT.
           EXIT.
           MOVE WRK-EST-QTD(WRK-IDX-EST) TO ESN-QTD-ATUAL.
           MOVE WRK-EST-REPOSICAO(WRK-IDX-EST)
               TO ESN-PONTO-REPOSICAO.
           MOVE WRK-EST-CUSTO(WRK-IDX-EST) TO ESN-CUSTO-MEDIO.
           WRITE WRK-REG-ESTNOVO.
       0910-GRAVAR-SALDO-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDPONT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: PONTOS DE FIDELIDADE DOS CLIENTES. LE OS
      * PONTOS (FIDSALDO, VER FIDREG.COB - LOTES 'A' DA
      * CONSOLIDACAO ANTERIOR MAIS AS VENDAS 'V' E ESTORNOS 'E'
      * ACRESCENTADOS PELO TABUADA) E:
      *  - PONTUA CADA VENDA PELO CARTAO FIDPARM (PONTOS POR
      *    REAL, TRUNCADO), COM VALIDADE NO ULTIMO DIA DO MES
      *    DA VENDA MAIS OS MESES DE VALIDADE DO CARTAO;
      *  - ESTORNA OS PONTOS DA VENDA ESTORNADA (O QUE JA FOI
      *    USADO SAI DOS OUTROS LOTES DO CLIENTE, DO QUE VENCE
      *    PRIMEIRO PARA O QUE VENCE DEPOIS);
      *  - EXPIRA O SALDO DOS LOTES VENCIDOS;
      *  - ATENDE OS PEDIDOS DE RESGATE DO BALCAO (FIDRESG:
      *    CLIENTE, PONTOS, NUMERO DO VALE, DATA), CONSUMINDO OS
      *    PONTOS QUE VENCEM PRIMEIRO E GERANDO O MOVIMENTO DE
      *    EMISSAO DO VALE-TROCA EM VALEMOV (COMO O REJRECIC),
      *    PARA O VALEMNT LEVAR O VALE AO PASSIVO (VALEMSTR).
      *    PEDIDO INVALIDO VAI PARA FIDREJ COM O MOTIVO.
      * CADA MOVIMENTO DE PONTOS E ACRESCENTADO AO EXTRATO
      * FIDLOG (VER FIDLREG.COB), BASE DO EXTRATO MENSAL E DO
      * PASSIVO DE PONTOS (FIDEXTR). OS LOTES CONSOLIDADOS SAEM
      * NA GERACAO NOVA FIDNOVO, QUE SUBSTITUI O FIDSALDO AO
      * VIVO (COMO O CRNOVO DO CRRECEB).
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
           SELECT FIDSALDO-ARQ ASSIGN TO 'FIDSALDO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FID.

           SELECT FIDNOVO-ARQ ASSIGN TO 'FIDNOVO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NOV.

           SELECT FIDLOG-ARQ ASSIGN TO 'FIDLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT FIDPARM-ARQ ASSIGN TO 'FIDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT RESGATE-ARQ ASSIGN TO 'FIDRESG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RSG.

           SELECT REJEITADO-ARQ ASSIGN TO 'FIDREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

           SELECT VALEMSTR-ARQ ASSIGN TO 'VALEMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VAL.

           SELECT VALEMOV-ARQ ASSIGN TO 'VALEMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VMV.

       DATA DIVISION.
       FILE SECTION.
       FD  FIDSALDO-ARQ.
           COPY 'FIDREG.COB'.

       FD  FIDNOVO-ARQ.
       01  WRK-REG-FIDNOVO.
           05  NOV-CLIENTE             PIC 9(06).
           05  NOV-REFERENCIA          PIC 9(08).
           05  NOV-DATA                PIC 9(08).
           05  NOV-VALOR               PIC 9(07)V99.
           05  NOV-SITUACAO            PIC X(01).
           05  NOV-PONTOS              PIC 9(07).
           05  NOV-SALDO               PIC 9(07).
           05  NOV-VALIDADE            PIC 9(08).

       FD  FIDLOG-ARQ.
           COPY 'FIDLREG.COB'.

       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

      *    REGRAS DO PROGRAMA: PONTOS POR REAL DE VENDA, MESES
      *    DE VALIDADE DOS PONTOS, VALOR DE UM PONTO NO RESGATE
      *    E MINIMO DE PONTOS POR RESGATE.
       FD  FIDPARM-ARQ.
       01  WRK-REG-FIDPARM.
           05  PRM-PONTOS-REAL         PIC 9(03)V99.
           05  PRM-VALIDADE-MESES      PIC 9(02).
           05  PRM-VALOR-PONTO         PIC 9(01)V99.
           05  PRM-MINIMO-RESGATE      PIC 9(05).

       FD  RESGATE-ARQ.
       01  WRK-REG-RESGATE.
           05  RSG-CLIENTE             PIC 9(06).
           05  RSG-PONTOS              PIC 9(07).
           05  RSG-VALE                PIC 9(08).
           05  RSG-DATA                PIC 9(08).

       FD  REJEITADO-ARQ.
       01  WRK-REG-REJEITADO.
           05  REJ-CLIENTE             PIC 9(06).
           05  REJ-PONTOS              PIC 9(07).
           05  REJ-VALE                PIC 9(08).
           05  REJ-DATA                PIC 9(08).
           05  REJ-MOTIVO              PIC X(30).

       FD  VALEMSTR-ARQ.
           COPY 'VALEREG.COB'.

      *    MESMO LAYOUT DOS MOVIMENTOS DE EMISSAO DO VALEMNT:
      *    O RESGATE DOS PONTOS VIRA O VALE-TROCA DO CLIENTE.
       FD  VALEMOV-ARQ.
       01  WRK-REG-VALEMOV.
           05  VMV-NUMERO              PIC 9(08).
           05  VMV-VALOR               PIC 9(07)V99.
           05  VMV-DATA-EMISSAO        PIC 9(08).
           05  VMV-DATA-VALIDADE       PIC 9(08).
           05  VMV-ORIGEM              PIC X(10).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-FID                  PIC X(02) VALUE SPACES.
       77  WRK-FS-NOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-LOG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-RSG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VAL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VMV                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FIM-RSG              PIC X(01) VALUE 'N'.
           88  WRK-FIM-RSG                        VALUE 'S'.
       77  WRK-SW-LOTES-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-LOTES-CHEIA                    VALUE 'S'.
       77  WRK-SW-SEM-LOTE             PIC X(01) VALUE 'N'.
           88  WRK-SEM-LOTE                       VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    REGRAS DO PROGRAMA (CARTAO FIDPARM OU PADRAO).
       77  WRK-PONTOS-REAL              PIC 9(03)V99 VALUE 1,00.
       77  WRK-VALIDADE-MESES           PIC 9(02) VALUE 12.
       77  WRK-VALOR-PONTO              PIC 9(01)V99 VALUE 0,01.
       77  WRK-MINIMO-RESGATE           PIC 9(05) VALUE 500.

      *    CLIENTES DO CADASTRO (CLIMSTR), PARA PONTUAR SO
      *    CLIENTE CADASTRADO E RESGATAR SO PARA CLIENTE ATIVO.
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-ATIVO        PIC X(01).

      *    NUMEROS DE VALE JA EMITIDOS (VALEMSTR E OS RESGATES
      *    DESTA EXECUCAO), PARA NAO GERAR EMISSAO DUPLICADA.
       77  WRK-QTD-VALES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VALES.
           05  WRK-VAL OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-VALES
                   INDEXED BY WRK-IDX-VAL.
               10  WRK-VAL-TAB-NUMERO   PIC 9(08).

      *    LOTES DE PONTOS EM MEMORIA, UM POR VENDA PONTUADA.
       77  WRK-QTD-LOTES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LOTES.
           05  WRK-LOT OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-LOTES
                   INDEXED BY WRK-IDX-LOT WRK-IDX-AUX.
               10  WRK-LOT-CLIENTE      PIC 9(06).
               10  WRK-LOT-REFERENCIA   PIC 9(08).
               10  WRK-LOT-DATA         PIC 9(08).
               10  WRK-LOT-VALOR        PIC 9(07)V99.
               10  WRK-LOT-PONTOS       PIC 9(07).
               10  WRK-LOT-SALDO        PIC 9(07).
               10  WRK-LOT-VALIDADE     PIC 9(08).

       77  WRK-CLIENTE-ATUAL            PIC 9(06) VALUE ZEROS.
       77  WRK-PONTOS-VENDA             PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-A-CONSUMIR        PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-TIRADOS           PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-CLIENTE            PIC 9(09) VALUE ZEROS.
       77  WRK-LOTE-ESCOLHIDO           PIC 9(04) VALUE ZEROS.
       77  WRK-VALIDADE-ESCOLHIDA       PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-VALE               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DATA-VALIDADE-VALE       PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.

      *    CALCULO DA VALIDADE: ULTIMO DIA DO MES DA VENDA MAIS
      *    OS MESES DO CARTAO.
       01  WRK-DATA-VALIDADE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-TOTAL-MESES              PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(06) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-VENDAS-PONTUADAS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RESGATES             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-PONTOS-GANHOS        PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-ESTORNADOS    PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-NAO-ESTORN    PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-EXPIRADOS     PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-RESGATADOS    PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-SALDO         PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-VALES                PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-LER-CARTAO THRU 0110-LER-CARTAO-EXIT.
           PERFORM 0120-CARREGAR-CLIENTES
               THRU 0120-CARREGAR-CLIENTES-EXIT.
           PERFORM 0130-CARREGAR-VALES THRU 0130-CARREGAR-VALES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0140-CARREGAR-PONTOS
                   THRU 0140-CARREGAR-PONTOS-EXIT
               IF WRK-QTD-LOTES > ZEROS
                   PERFORM 0200-EXPIRAR-LOTE
                       THRU 0200-EXPIRAR-LOTE-EXIT
                       VARYING WRK-IDX-LOT FROM 1 BY 1
                       UNTIL WRK-IDX-LOT > WRK-QTD-LOTES
               END-IF
               PERFORM 0300-PROCESSAR-RESGATE
                   THRU 0300-PROCESSAR-RESGATE-EXIT
                   UNTIL WRK-FIM-RSG
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARTAO OPCIONAL FIDPARM. SEM CARTAO FICAM AS REGRAS  *
      * PADRAO: 1 PONTO POR REAL, 12 MESES DE VALIDADE,      *
      * PONTO A R$ 0,01 E RESGATE MINIMO DE 500 PONTOS.      *
      * CAMPO INVALIDO FICA NO PADRAO, COM AVISO.            *
      *----------------------------------------------------*
       0110-LER-CARTAO.
           OPEN INPUT FIDPARM-ARQ.
           IF WRK-FS-PRM NOT = '00'
               GO TO 0110-LER-CARTAO-EXIT
           END-IF.
           READ FIDPARM-ARQ
               AT END
                   CLOSE FIDPARM-ARQ
                   GO TO 0110-LER-CARTAO-EXIT
           END-READ.
           CLOSE FIDPARM-ARQ.
           IF PRM-PONTOS-REAL IS NUMERIC
               MOVE PRM-PONTOS-REAL TO WRK-PONTOS-REAL
           ELSE
               DISPLAY 'FIDPONT: FIDPARM COM PONTOS POR REAL '
                   'INVALIDO - ASSUMIDO ' WRK-PONTOS-REAL
           END-IF.
           IF PRM-VALIDADE-MESES IS NUMERIC
               AND PRM-VALIDADE-MESES > ZEROS
               MOVE PRM-VALIDADE-MESES TO WRK-VALIDADE-MESES
           ELSE
               DISPLAY 'FIDPONT: FIDPARM COM VALIDADE INVALIDA - '
                   'ASSUMIDOS ' WRK-VALIDADE-MESES ' MESES'
           END-IF.
           IF PRM-VALOR-PONTO IS NUMERIC
               AND PRM-VALOR-PONTO > ZEROS
               MOVE PRM-VALOR-PONTO TO WRK-VALOR-PONTO
           ELSE
               DISPLAY 'FIDPONT: FIDPARM COM VALOR DO PONTO '
                   'INVALIDO - ASSUMIDO ' WRK-VALOR-PONTO
           END-IF.
           IF PRM-MINIMO-RESGATE IS NUMERIC
               MOVE PRM-MINIMO-RESGATE TO WRK-MINIMO-RESGATE
           ELSE
               DISPLAY 'FIDPONT: FIDPARM COM RESGATE MINIMO '
                   'INVALIDO - ASSUMIDO ' WRK-MINIMO-RESGATE
           END-IF.
       0110-LER-CARTAO-EXIT.
           EXIT.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-ARQ.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'FIDPONT: CLIMSTR INDISPONIVEL - VENDAS NAO '
                   'SERAO PONTUADAS'
               GO TO 0120-CARREGAR-CLIENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CLI = '10'
               READ CLIENTE-ARQ
                   AT END MOVE '10' TO WRK-FS-CLI
                   NOT AT END
                       IF WRK-QTD-CLIENTES < 2000
                           ADD 1 TO WRK-QTD-CLIENTES
                           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES
                           MOVE WRK-CLM-CODIGO TO
                               WRK-CLI-CODIGO(WRK-IDX-CLI)
                           MOVE WRK-CLM-ATIVO TO
                               WRK-CLI-ATIVO(WRK-IDX-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-ARQ.
       0120-CARREGAR-CLIENTES-EXIT.
           EXIT.

       0130-CARREGAR-VALES.
           OPEN INPUT VALEMSTR-ARQ.
           IF WRK-FS-VAL NOT = '00'
               GO TO 0130-CARREGAR-VALES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-VAL = '10'
               READ VALEMSTR-ARQ
                   AT END MOVE '10' TO WRK-FS-VAL
                   NOT AT END
                       IF WRK-QTD-VALES < 5000
                           ADD 1 TO WRK-QTD-VALES
                           SET WRK-IDX-VAL TO WRK-QTD-VALES
                           MOVE WRK-VAL-NUMERO TO
                               WRK-VAL-TAB-NUMERO(WRK-IDX-VAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEMSTR-ARQ.
       0130-CARREGAR-VALES-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN EXTEND FIDLOG-ARQ.
           IF WRK-FS-LOG NOT = '00'
               CLOSE FIDLOG-ARQ
               OPEN OUTPUT FIDLOG-ARQ
           END-IF.
           IF WRK-FS-LOG NOT = '00'
               MOVE WRK-FS-LOG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FIDPONT: ERRO AO ABRIR FIDLOG - STATUS '
                   WRK-FS-LOG ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT RESGATE-ARQ.
           IF WRK-FS-RSG NOT = '00'
               DISPLAY 'FIDPONT: SEM PEDIDOS DE RESGATE (FIDRESG)'
               SET WRK-FIM-RSG TO TRUE
           END-IF.
           OPEN OUTPUT REJEITADO-ARQ.
           OPEN EXTEND VALEMOV-ARQ.
           IF WRK-FS-VMV NOT = '00'
               CLOSE VALEMOV-ARQ
               OPEN OUTPUT VALEMOV-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS LOTES E APLICA OS EVENTOS DO FECHAMENTO   *
      * NA ORDEM EM QUE FORAM GRAVADOS (A VENDA VEM SEMPRE   *
      * ANTES DO SEU ESTORNO).                               *
      *----------------------------------------------------*
       0140-CARREGAR-PONTOS.
           OPEN INPUT FIDSALDO-ARQ.
           IF WRK-FS-FID NOT = '00'
               DISPLAY 'FIDPONT: FIDSALDO INDISPONIVEL - SEM '
                   'PONTOS ACUMULADOS'
               GO TO 0140-CARREGAR-PONTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FID = '10'
               READ FIDSALDO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-FID
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WRK-FID-LOTE
                               PERFORM 0145-GUARDAR-LOTE
                                   THRU 0145-GUARDAR-LOTE-EXIT
                           WHEN WRK-FID-VENDA
                               PERFORM 0150-PONTUAR-VENDA
                                   THRU 0150-PONTUAR-VENDA-EXIT
                           WHEN WRK-FID-ESTORNO
                               PERFORM 0170-ESTORNAR-VENDA
                                   THRU 0170-ESTORNAR-VENDA-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIDSALDO-ARQ.
       0140-CARREGAR-PONTOS-EXIT.
           EXIT.

       0145-GUARDAR-LOTE.
           IF WRK-QTD-LOTES >= 9999
               IF NOT WRK-LOTES-CHEIA
                   SET WRK-LOTES-CHEIA TO TRUE
                   DISPLAY 'FIDPONT: MAIS DE 9999 LOTES DE PONTOS '
                       '- EXCEDENTES FORA DA CONSOLIDACAO'
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 0145-GUARDAR-LOTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOTES.
           SET WRK-IDX-LOT TO WRK-QTD-LOTES.
           MOVE WRK-FID-CLIENTE TO WRK-LOT-CLIENTE(WRK-IDX-LOT).
           MOVE WRK-FID-REFERENCIA TO WRK-LOT-REFERENCIA(WRK-IDX-LOT).
           MOVE WRK-FID-DATA TO WRK-LOT-DATA(WRK-IDX-LOT).
           MOVE WRK-FID-VALOR TO WRK-LOT-VALOR(WRK-IDX-LOT).
           MOVE WRK-FID-PONTOS TO WRK-LOT-PONTOS(WRK-IDX-LOT).
           MOVE WRK-FID-SALDO TO WRK-LOT-SALDO(WRK-IDX-LOT).
           MOVE WRK-FID-VALIDADE TO WRK-LOT-VALIDADE(WRK-IDX-LOT).
       0145-GUARDAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PONTUA A VENDA: PONTOS = VALOR X PONTOS POR REAL,    *
      * TRUNCADO. CLIENTE FORA DO CADASTRO NAO PONTUA (O     *
      * INATIVO PONTUA, MAS SO RESGATA SE FOR REATIVADO);    *
      * VENDA QUE NAO CHEGA A UM PONTO NAO VIRA LOTE.        *
      *----------------------------------------------------*
       0150-PONTUAR-VENDA.
           MOVE WRK-FID-CLIENTE TO WRK-CLIENTE-ATUAL.
           PERFORM 0180-LOCALIZAR-CLIENTE
               THRU 0180-LOCALIZAR-CLIENTE-EXIT.
           IF WRK-MOTIVO-REJEICAO = 'CLIENTE NAO CADASTRADO'
               ADD 1 TO WRK-QTD-IGNORADOS
               DISPLAY 'FIDPONT: VENDA ' WRK-FID-REFERENCIA
                   ' DO CLIENTE ' WRK-FID-CLIENTE
                   ' NAO PONTUADA - ' WRK-MOTIVO-REJEICAO
               GO TO 0150-PONTUAR-VENDA-EXIT
           END-IF.
           COMPUTE WRK-PONTOS-VENDA = WRK-FID-VALOR * WRK-PONTOS-REAL
               ON SIZE ERROR MOVE ZEROS TO WRK-PONTOS-VENDA
           END-COMPUTE.
           IF WRK-PONTOS-VENDA = ZEROS
               GO TO 0150-PONTUAR-VENDA-EXIT
           END-IF.
           PERFORM 0160-CALCULAR-VALIDADE
               THRU 0160-CALCULAR-VALIDADE-EXIT.
           MOVE 'A' TO WRK-FID-SITUACAO.
           MOVE WRK-PONTOS-VENDA TO WRK-FID-PONTOS.
           MOVE WRK-PONTOS-VENDA TO WRK-FID-SALDO.
           MOVE WRK-DATA-VALIDADE TO WRK-FID-VALIDADE.
           PERFORM 0145-GUARDAR-LOTE THRU 0145-GUARDAR-LOTE-EXIT.
           MOVE WRK-FID-CLIENTE TO WRK-FLG-CLIENTE.
           MOVE WRK-FID-DATA TO WRK-FLG-DATA.
           MOVE 'C' TO WRK-FLG-TIPO.
           MOVE WRK-FID-REFERENCIA TO WRK-FLG-REFERENCIA.
           MOVE WRK-PONTOS-VENDA TO WRK-FLG-PONTOS.
           MOVE WRK-FID-VALOR TO WRK-FLG-VALOR.
           WRITE WRK-REGISTRO-FIDLOG.
           ADD 1 TO WRK-QTD-VENDAS-PONTUADAS.
           ADD WRK-PONTOS-VENDA TO WRK-TOT-PONTOS-GANHOS.
       0150-PONTUAR-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDADE: ULTIMO DIA DO MES QUE FICA N MESES DEPOIS  *
      * DO MES DA VENDA (N DO CARTAO FIDPARM).               *
      *----------------------------------------------------*
       0160-CALCULAR-VALIDADE.
           MOVE WRK-FID-DATA TO WRK-DATA-VALIDADE.
           COMPUTE WRK-TOTAL-MESES = (WRK-VAR-ANO * 12)
               + WRK-VAR-MES - 1 + WRK-VALIDADE-MESES.
           DIVIDE WRK-TOTAL-MESES BY 12
               GIVING WRK-VAR-ANO
               REMAINDER WRK-VAR-MES.
           ADD 1 TO WRK-VAR-MES.
           PERFORM 0165-ULTIMO-DIA-MES THRU 0165-ULTIMO-DIA-MES-EXIT.
           MOVE WRK-ULTIMO-DIA-MES TO WRK-VAR-DIA.
       0160-CALCULAR-VALIDADE-EXIT.
           EXIT.

       0165-ULTIMO-DIA-MES.
           EVALUATE WRK-VAR-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-VAR-ANO BY 4
                       GIVING WRK-DESCARTE
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-VAR-ANO BY 100
                           GIVING WRK-DESCARTE
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-VAR-ANO BY 400
                               GIVING WRK-DESCARTE
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       0165-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ESTORNA OS PONTOS DA VENDA: SAEM DO LOTE DA PROPRIA  *
      * VENDA O QUANTO AINDA HOUVER NELE; O QUE JA FOI USADO *
      * SAI DOS OUTROS LOTES DO CLIENTE. SE NEM ASSIM HOUVER *
      * SALDO (PONTOS JA RESGATADOS), A DIFERENCA FICA NO    *
      * TOTAL DE PONTOS NAO ESTORNADOS, COM AVISO. VENDA QUE *
      * NAO GEROU LOTE NAO TEM O QUE ESTORNAR.               *
      *----------------------------------------------------*
       0170-ESTORNAR-VENDA.
           IF WRK-QTD-LOTES = ZEROS
               GO TO 0170-ESTORNAR-VENDA-EXIT
           END-IF.
           SET WRK-IDX-LOT TO 1.
           SEARCH WRK-LOT
               AT END
                   GO TO 0170-ESTORNAR-VENDA-EXIT
               WHEN WRK-LOT-REFERENCIA(WRK-IDX-LOT)
                       = WRK-FID-REFERENCIA
                   AND WRK-LOT-CLIENTE(WRK-IDX-LOT) = WRK-FID-CLIENTE
                   AND WRK-LOT-PONTOS(WRK-IDX-LOT) > ZEROS
                   CONTINUE
           END-SEARCH.
           MOVE WRK-LOT-PONTOS(WRK-IDX-LOT) TO WRK-PONTOS-A-CONSUMIR.
           MOVE WRK-LOT-PONTOS(WRK-IDX-LOT) TO WRK-PONTOS-VENDA.
           IF WRK-LOT-SALDO(WRK-IDX-LOT) >= WRK-PONTOS-A-CONSUMIR
               SUBTRACT WRK-PONTOS-A-CONSUMIR
                   FROM WRK-LOT-SALDO(WRK-IDX-LOT)
               MOVE ZEROS TO WRK-PONTOS-A-CONSUMIR
           ELSE
               SUBTRACT WRK-LOT-SALDO(WRK-IDX-LOT)
                   FROM WRK-PONTOS-A-CONSUMIR
               MOVE ZEROS TO WRK-LOT-SALDO(WRK-IDX-LOT)
           END-IF.
      *    LOTE ESTORNADO FICA COM PONTOS ZERADOS E SAI NA
      *    CONSOLIDACAO.
           MOVE ZEROS TO WRK-LOT-PONTOS(WRK-IDX-LOT).
           IF WRK-PONTOS-A-CONSUMIR > ZEROS
               MOVE WRK-FID-CLIENTE TO WRK-CLIENTE-ATUAL
               PERFORM 0400-CONSUMIR-PONTOS
                   THRU 0400-CONSUMIR-PONTOS-EXIT
           END-IF.
           IF WRK-PONTOS-A-CONSUMIR > ZEROS
               ADD WRK-PONTOS-A-CONSUMIR TO WRK-TOT-PONTOS-NAO-ESTORN
               DISPLAY 'FIDPONT: ESTORNO DA VENDA '
                   WRK-FID-REFERENCIA ' DO CLIENTE ' WRK-FID-CLIENTE
                   ' - ' WRK-PONTOS-A-CONSUMIR
                   ' PONTOS JA RESGATADOS, NAO ESTORNADOS'
               SUBTRACT WRK-PONTOS-A-CONSUMIR FROM WRK-PONTOS-VENDA
           END-IF.
           MOVE WRK-FID-CLIENTE TO WRK-FLG-CLIENTE.
           MOVE WRK-FID-DATA TO WRK-FLG-DATA.
           MOVE 'E' TO WRK-FLG-TIPO.
           MOVE WRK-FID-REFERENCIA TO WRK-FLG-REFERENCIA.
           MOVE WRK-PONTOS-VENDA TO WRK-FLG-PONTOS.
           MOVE WRK-FID-VALOR TO WRK-FLG-VALOR.
           WRITE WRK-REGISTRO-FIDLOG.
           ADD 1 TO WRK-QTD-ESTORNOS.
           ADD WRK-PONTOS-VENDA TO WRK-TOT-PONTOS-ESTORNADOS.
       0170-ESTORNAR-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE WRK-CLIENTE-ATUAL CONTRA O CADASTRO. DEVOLVE *
      * O MOTIVO EM WRK-MOTIVO-REJEICAO (BRANCO = ATIVO).    *
      *----------------------------------------------------*
       0180-LOCALIZAR-CLIENTE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           IF WRK-QTD-CLIENTES = ZEROS
               MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-REJEICAO
               GO TO 0180-LOCALIZAR-CLIENTE-EXIT
           END-IF.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   MOVE 'CLIENTE NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = WRK-CLIENTE-ATUAL
                   IF WRK-CLI-ATIVO(WRK-IDX-CLI) NOT = 'A'
                       MOVE 'CLIENTE INATIVO'
                           TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-SEARCH.
       0180-LOCALIZAR-CLIENTE-EXIT.
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
      * LOTE VENCIDO (VALIDADE ANTERIOR A HOJE) PERDE O      *
      * SALDO QUE RESTAVA, REGISTRADO NO EXTRATO COMO 'X'.   *
      *----------------------------------------------------*
       0200-EXPIRAR-LOTE.
           IF WRK-LOT-VALIDADE(WRK-IDX-LOT) >= WRK-DATA-SISTEMA
               OR WRK-LOT-SALDO(WRK-IDX-LOT) = ZEROS
               GO TO 0200-EXPIRAR-LOTE-EXIT
           END-IF.
           MOVE WRK-LOT-CLIENTE(WRK-IDX-LOT) TO WRK-FLG-CLIENTE.
           MOVE WRK-DATA-SISTEMA TO WRK-FLG-DATA.
           MOVE 'X' TO WRK-FLG-TIPO.
           MOVE WRK-LOT-REFERENCIA(WRK-IDX-LOT) TO WRK-FLG-REFERENCIA.
           MOVE WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-FLG-PONTOS.
           MOVE ZEROS TO WRK-FLG-VALOR.
           WRITE WRK-REGISTRO-FIDLOG.
           ADD WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-TOT-PONTOS-EXPIRADOS.
           MOVE ZEROS TO WRK-LOT-SALDO(WRK-IDX-LOT).
       0200-EXPIRAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE CADA PEDIDO DE RESGATE, VALIDA, CONSOME OS PONTOS *
      * E GERA A EMISSAO DO VALE-TROCA EM VALEMOV (NUMERO DO *
      * PEDIDO, VALOR = PONTOS X VALOR DO PONTO, UM ANO DE   *
      * VALIDADE, COMO NO REJRECIC).                         *
      *----------------------------------------------------*
       0300-PROCESSAR-RESGATE.
           READ RESGATE-ARQ
               AT END
                   SET WRK-FIM-RSG TO TRUE
                   GO TO 0300-PROCESSAR-RESGATE-EXIT
           END-READ.
           IF RSG-DATA NOT NUMERIC OR RSG-DATA = ZEROS
               MOVE WRK-DATA-SISTEMA TO RSG-DATA
           END-IF.
           PERFORM 0310-VALIDAR-RESGATE
               THRU 0310-VALIDAR-RESGATE-EXIT.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-PROCESSAR-RESGATE-EXIT
           END-IF.

           MOVE RSG-CLIENTE TO WRK-CLIENTE-ATUAL.
           MOVE RSG-PONTOS TO WRK-PONTOS-A-CONSUMIR.
           PERFORM 0400-CONSUMIR-PONTOS
               THRU 0400-CONSUMIR-PONTOS-EXIT.

           MOVE RSG-VALE TO VMV-NUMERO.
           MOVE WRK-VALOR-VALE TO VMV-VALOR.
           MOVE WRK-DATA-SISTEMA TO VMV-DATA-EMISSAO.
      *    VALIDADE DE UM ANO: SOMAR 10000 A AAAAMMDD AVANCA O
      *    ANO (MESMA CONTA DO REJRECIC).
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-VALIDADE-VALE.
           ADD 10000 TO WRK-DATA-VALIDADE-VALE.
           MOVE WRK-DATA-VALIDADE-VALE TO VMV-DATA-VALIDADE.
           MOVE 'FIDELIDADE' TO VMV-ORIGEM.
           WRITE WRK-REG-VALEMOV.

           MOVE RSG-CLIENTE TO WRK-FLG-CLIENTE.
           MOVE RSG-DATA TO WRK-FLG-DATA.
           MOVE 'R' TO WRK-FLG-TIPO.
           MOVE RSG-VALE TO WRK-FLG-REFERENCIA.
           MOVE RSG-PONTOS TO WRK-FLG-PONTOS.
           MOVE WRK-VALOR-VALE TO WRK-FLG-VALOR.
           WRITE WRK-REGISTRO-FIDLOG.

           IF WRK-QTD-VALES < 5000
               ADD 1 TO WRK-QTD-VALES
               SET WRK-IDX-VAL TO WRK-QTD-VALES
               MOVE RSG-VALE TO WRK-VAL-TAB-NUMERO(WRK-IDX-VAL)
           END-IF.
           ADD 1 TO WRK-QTD-RESGATES.
           ADD RSG-PONTOS TO WRK-TOT-PONTOS-RESGATADOS.
           ADD WRK-VALOR-VALE TO WRK-TOT-VALES.
           DISPLAY 'FIDPONT: CLIENTE ' RSG-CLIENTE ' RESGATOU '
               RSG-PONTOS ' PONTOS NO VALE ' RSG-VALE.
       0300-PROCESSAR-RESGATE-EXIT.
           EXIT.

       0310-VALIDAR-RESGATE.
           MOVE RSG-CLIENTE TO WRK-CLIENTE-ATUAL.
           PERFORM 0180-LOCALIZAR-CLIENTE
               THRU 0180-LOCALIZAR-CLIENTE-EXIT.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               GO TO 0310-VALIDAR-RESGATE-EXIT
           END-IF.
           IF RSG-PONTOS NOT NUMERIC
               OR RSG-PONTOS = ZEROS
               OR RSG-PONTOS < WRK-MINIMO-RESGATE
               MOVE 'PONTOS ABAIXO DO MINIMO' TO WRK-MOTIVO-REJEICAO
               GO TO 0310-VALIDAR-RESGATE-EXIT
           END-IF.
           IF RSG-VALE NOT NUMERIC OR RSG-VALE = ZEROS
               MOVE 'NUMERO DE VALE ZERADO' TO WRK-MOTIVO-REJEICAO
               GO TO 0310-VALIDAR-RESGATE-EXIT
           END-IF.
           IF WRK-QTD-VALES > ZEROS
               SET WRK-IDX-VAL TO 1
               SEARCH WRK-VAL
                   AT END
                       CONTINUE
                   WHEN WRK-VAL-TAB-NUMERO(WRK-IDX-VAL) = RSG-VALE
                       MOVE 'VALE JA EMITIDO' TO WRK-MOTIVO-REJEICAO
                       GO TO 0310-VALIDAR-RESGATE-EXIT
               END-SEARCH
           END-IF.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           IF WRK-QTD-LOTES > ZEROS
               PERFORM 0320-SOMAR-SALDO THRU 0320-SOMAR-SALDO-EXIT
                   VARYING WRK-IDX-LOT FROM 1 BY 1
                   UNTIL WRK-IDX-LOT > WRK-QTD-LOTES
           END-IF.
           IF WRK-SALDO-CLIENTE < RSG-PONTOS
               MOVE 'SALDO DE PONTOS INSUFICIENTE'
                   TO WRK-MOTIVO-REJEICAO
               GO TO 0310-VALIDAR-RESGATE-EXIT
           END-IF.
           COMPUTE WRK-VALOR-VALE = RSG-PONTOS * WRK-VALOR-PONTO
               ON SIZE ERROR MOVE ZEROS TO WRK-VALOR-VALE
           END-COMPUTE.
           IF WRK-VALOR-VALE = ZEROS
               MOVE 'VALOR DO VALE INVALIDO' TO WRK-MOTIVO-REJEICAO
           END-IF.
       0310-VALIDAR-RESGATE-EXIT.
           EXIT.

       0320-SOMAR-SALDO.
           IF WRK-LOT-CLIENTE(WRK-IDX-LOT) = WRK-CLIENTE-ATUAL
               ADD WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-SALDO-CLIENTE
           END-IF.
       0320-SOMAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONSOME WRK-PONTOS-A-CONSUMIR DOS LOTES DE           *
      * WRK-CLIENTE-ATUAL, SEMPRE DO LOTE COM SALDO QUE      *
      * VENCE PRIMEIRO. FALTANDO SALDO, SOBRA O RESTO EM     *
      * WRK-PONTOS-A-CONSUMIR.                               *
      *----------------------------------------------------*
       0400-CONSUMIR-PONTOS.
           MOVE 'N' TO WRK-SW-SEM-LOTE.
           PERFORM 0410-CONSUMIR-LOTE THRU 0410-CONSUMIR-LOTE-EXIT
               UNTIL WRK-PONTOS-A-CONSUMIR = ZEROS
               OR WRK-SEM-LOTE.
       0400-CONSUMIR-PONTOS-EXIT.
           EXIT.

       0410-CONSUMIR-LOTE.
           MOVE ZEROS TO WRK-LOTE-ESCOLHIDO.
           MOVE 99999999 TO WRK-VALIDADE-ESCOLHIDA.
           PERFORM 0420-COMPARAR-LOTE THRU 0420-COMPARAR-LOTE-EXIT
               VARYING WRK-IDX-AUX FROM 1 BY 1
               UNTIL WRK-IDX-AUX > WRK-QTD-LOTES.
           IF WRK-LOTE-ESCOLHIDO = ZEROS
               SET WRK-SEM-LOTE TO TRUE
               GO TO 0410-CONSUMIR-LOTE-EXIT
           END-IF.
           SET WRK-IDX-AUX TO WRK-LOTE-ESCOLHIDO.
           IF WRK-LOT-SALDO(WRK-IDX-AUX) >= WRK-PONTOS-A-CONSUMIR
               MOVE WRK-PONTOS-A-CONSUMIR TO WRK-PONTOS-TIRADOS
           ELSE
               MOVE WRK-LOT-SALDO(WRK-IDX-AUX) TO WRK-PONTOS-TIRADOS
           END-IF.
           SUBTRACT WRK-PONTOS-TIRADOS FROM WRK-LOT-SALDO(WRK-IDX-AUX).
           SUBTRACT WRK-PONTOS-TIRADOS FROM WRK-PONTOS-A-CONSUMIR.
       0410-CONSUMIR-LOTE-EXIT.
           EXIT.

       0420-COMPARAR-LOTE.
           IF WRK-LOT-CLIENTE(WRK-IDX-AUX) = WRK-CLIENTE-ATUAL
               AND WRK-LOT-SALDO(WRK-IDX-AUX) > ZEROS
               AND WRK-LOT-VALIDADE(WRK-IDX-AUX)
                   < WRK-VALIDADE-ESCOLHIDA
               MOVE WRK-LOT-VALIDADE(WRK-IDX-AUX)
                   TO WRK-VALIDADE-ESCOLHIDA
               SET WRK-LOTE-ESCOLHIDO TO WRK-IDX-AUX
           END-IF.
       0420-COMPARAR-LOTE-EXIT.
           EXIT.

       0850-REJEITAR.
           MOVE RSG-CLIENTE TO REJ-CLIENTE.
           MOVE RSG-PONTOS TO REJ-PONTOS.
           MOVE RSG-VALE TO REJ-VALE.
           MOVE RSG-DATA TO REJ-DATA.
           MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
           WRITE WRK-REG-REJEITADO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'FIDPONT: RESGATE DO CLIENTE ' RSG-CLIENTE
               ' REJEITADO - ' WRK-MOTIVO-REJEICAO.
       0850-REJEITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA SO COM OS LOTES AINDA VALIDOS   *
      * (LOTE ESTORNADO OU VENCIDO SAI) E FECHA OS ARQUIVOS. *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'FIDPONT: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           OPEN OUTPUT FIDNOVO-ARQ.
           IF WRK-QTD-LOTES > ZEROS
               PERFORM 0910-GRAVAR-LOTE THRU 0910-GRAVAR-LOTE-EXIT
                   VARYING WRK-IDX-LOT FROM 1 BY 1
                   UNTIL WRK-IDX-LOT > WRK-QTD-LOTES
           END-IF.
           CLOSE FIDNOVO-ARQ.
           CLOSE FIDLOG-ARQ.
           IF NOT WRK-FIM-RSG OR WRK-FS-RSG = '10'
               CLOSE RESGATE-ARQ
           END-IF.
           CLOSE REJEITADO-ARQ.
           CLOSE VALEMOV-ARQ.
           DISPLAY 'FIDPONT: ' WRK-QTD-VENDAS-PONTUADAS
               ' VENDAS PONTUADAS (' WRK-TOT-PONTOS-GANHOS
               ' PONTOS), ' WRK-QTD-ESTORNOS ' ESTORNOS ('
               WRK-TOT-PONTOS-ESTORNADOS ' PONTOS), '
               WRK-QTD-IGNORADOS ' VENDAS NAO PONTUADAS'.
           DISPLAY 'FIDPONT: ' WRK-TOT-PONTOS-EXPIRADOS
               ' PONTOS EXPIRADOS, ' WRK-QTD-RESGATES
               ' RESGATES (' WRK-TOT-PONTOS-RESGATADOS
               ' PONTOS, VALES ' WRK-TOT-VALES '), '
               WRK-QTD-REJEITADOS ' RESGATES REJEITADOS'.
           IF WRK-TOT-PONTOS-NAO-ESTORN > ZEROS
               DISPLAY 'FIDPONT: ' WRK-TOT-PONTOS-NAO-ESTORN
                   ' PONTOS DE VENDAS ESTORNADAS JA TINHAM SIDO '
                   'RESGATADOS'
           END-IF.
           DISPLAY 'FIDPONT: ' WRK-QTD-LOTES-GRAVADOS
               ' LOTES EM ABERTO (' WRK-TOT-PONTOS-SALDO
               ' PONTOS)'.
           IF WRK-QTD-RESGATES > ZEROS
               DISPLAY 'FIDPONT: PROCESSE O VALEMOV PELO VALEMNT'
           END-IF.
           DISPLAY 'FIDPONT: SUBSTITUA FIDSALDO POR FIDNOVO'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-LOTE.
           IF WRK-LOT-PONTOS(WRK-IDX-LOT) = ZEROS
               OR WRK-LOT-VALIDADE(WRK-IDX-LOT) < WRK-DATA-SISTEMA
               GO TO 0910-GRAVAR-LOTE-EXIT
           END-IF.
           MOVE WRK-LOT-CLIENTE(WRK-IDX-LOT) TO NOV-CLIENTE.
           MOVE WRK-LOT-REFERENCIA(WRK-IDX-LOT) TO NOV-REFERENCIA.
           MOVE WRK-LOT-DATA(WRK-IDX-LOT) TO NOV-DATA.
           MOVE WRK-LOT-VALOR(WRK-IDX-LOT) TO NOV-VALOR.
           MOVE 'A' TO NOV-SITUACAO.
           MOVE WRK-LOT-PONTOS(WRK-IDX-LOT) TO NOV-PONTOS.
           MOVE WRK-LOT-SALDO(WRK-IDX-LOT) TO NOV-SALDO.
           MOVE WRK-LOT-VALIDADE(WRK-IDX-LOT) TO NOV-VALIDADE.
           WRITE WRK-REG-FIDNOVO.
           ADD 1 TO WRK-QTD-LOTES-GRAVADOS.
           ADD WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-TOT-PONTOS-SALDO.
       0910-GRAVAR-LOTE-EXIT.
           EXIT.

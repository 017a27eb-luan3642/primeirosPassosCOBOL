       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DE DESEMPENHO DAS PROMOCOES. PARA
      * CADA LINHA DE CAMPANHA DO CADASTRO PROMMSTR (VER
      * PROMREG.COB) ENCERRADA NO PERIODO DO CARTAO PROMPER
      * (DATA INICIAL E FINAL, AAAAMMDD; SEM O CARTAO, DO DIA 1
      * DO MES CORRENTE ATE HOJE), COMPARA AS UNIDADES E A
      * RECEITA DO PRODUTO DURANTE A PROMOCAO COM AS DO MESMO
      * NUMERO DE DIAS IMEDIATAMENTE ANTERIOR AO INICIO. A BASE
      * E O HISTORICO DIARIO DE VENDAS POR PRODUTO E LOJA
      * (CMVDIA, VER CMVREG.COB); PROMOCAO DE UMA LOJA SO CONTA
      * A PROPRIA LOJA, A DE LOJA 00 CONTA TODAS. CAMPANHA
      * AINDA EM CURSO (FIM A PARTIR DE HOJE) SAI MARCADA. SEM
      * VENDA NO PERIODO ANTERIOR NAO HA BASE PARA A VARIACAO
      * PERCENTUAL, QUE SAI ZERADA E MARCADA.
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
           SELECT PROMOCAO-ARQ ASSIGN TO 'PROMMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT CMVDIA-ARQ ASSIGN TO 'CMVDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMV.

           SELECT PERIODO-ARQ ASSIGN TO 'PROMPER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PER.

           SELECT RELATORIO-ARQ ASSIGN TO 'PROMRELA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOCAO-ARQ.
           COPY 'PROMREG.COB'.

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

       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PER                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-CMV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CMV                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       01  WRK-DATA-INICIAL.
           05  WRK-INI-ANO              PIC 9(04).
           05  WRK-INI-MES              PIC 9(02).
           05  WRK-INI-DIA              PIC 9(02).
       77  WRK-DATA-FINAL               PIC 9(08) VALUE ZEROS.

      *    CONTAGEM DOS DIAS DA CAMPANHA E RECUO DO MESMO NUMERO
      *    DE DIAS ANTES DO INICIO, DIA A DIA (VIRADA DE MES E
      *    DE ANO E FEVEREIRO BISSEXTO, COMO NO CPLANCA).
       01  WRK-DATA-VARRE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-CAMPANHA            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-DIAS              PIC 9(03) VALUE 366.

      *    LINHAS DE CAMPANHA SELECIONADAS, COM A JANELA ANTERIOR
      *    E OS ACUMULADOS DE ANTES E DE DURANTE.
       77  WRK-QTD-CAMPANHAS            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CAMPANHAS.
           05  WRK-CPH OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-CAMPANHAS
                   INDEXED BY WRK-IDX-CPH.
               10  WRK-CPH-CODIGO        PIC 9(05).
               10  WRK-CPH-PRODUTO       PIC 9(04).
               10  WRK-CPH-LOJA          PIC 9(02).
               10  WRK-CPH-INICIO        PIC 9(08).
               10  WRK-CPH-FIM           PIC 9(08).
               10  WRK-CPH-DIAS          PIC 9(03).
               10  WRK-CPH-ANTES-INICIO  PIC 9(08).
               10  WRK-CPH-QT-ANTES      PIC 9(07).
               10  WRK-CPH-REC-ANTES     PIC 9(09)V99.
               10  WRK-CPH-QT-DURANTE    PIC 9(07).
               10  WRK-CPH-REC-DURANTE   PIC 9(09)V99.

       77  WRK-QTD-LIDAS                PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REGISTROS            PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-QT-ANTES             PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-REC-ANTES            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-QT-DURANTE           PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-REC-DURANTE          PIC 9(09)V99 VALUE ZEROS.

      *    AREA DE CALCULO DA VARIACAO (CAMPANHA OU TOTAL).
       77  WRK-CALC-QT-ANTES            PIC 9(09) VALUE ZEROS.
       77  WRK-CALC-REC-ANTES           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CALC-QT-DURANTE          PIC 9(09) VALUE ZEROS.
       77  WRK-CALC-REC-DURANTE         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CALC-DIF-QT              PIC S9(09) VALUE ZEROS.
       77  WRK-CALC-DIF-REC             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CALC-PERC-QT             PIC S9(05)V99 VALUE ZEROS.
       77  WRK-CALC-PERC-REC            PIC S9(05)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(39) VALUE
               'DESEMPENHO DAS PROMOCOES ENCERRADAS DE '.
           05  WRK-CAB-DATA-INICIAL     PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' A '.
           05  WRK-CAB-DATA-FINAL       PIC 9(08).

       01  WRK-LINHA-CAMPANHA.
           05  FILLER                   PIC X(09) VALUE 'CAMPANHA '.
           05  WRK-CPN-CODIGO           PIC 9(05).
           05  FILLER                   PIC X(09) VALUE ' PRODUTO '.
           05  WRK-CPN-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(06) VALUE ' LOJA '.
           05  WRK-CPN-LOJA             PIC 9(02).
           05  FILLER                   PIC X(04) VALUE ' DE '.
           05  WRK-CPN-INICIO           PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' A '.
           05  WRK-CPN-FIM              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CPN-DIAS             PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DIAS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CPN-SITUACAO         PIC X(12).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE '     QTDE'.
           05  FILLER                   PIC X(15) VALUE
               '       RECEITA'.
           05  FILLER                   PIC X(11) VALUE ' VAR QTDE'.
           05  FILLER                   PIC X(11) VALUE '  VAR REC'.

       01  WRK-LINHA-DETALHE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-ROTULO           PIC X(12).
           05  WRK-DET-QT               PIC ---------9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-RECEITA          PIC ----------9,99.

       01  WRK-LINHA-VARIACAO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'VARIACAO'.
           05  WRK-VAR-QT               PIC ---------9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-VAR-RECEITA          PIC ----------9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-VAR-PERC-QT          PIC -----9,99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-VAR-PERC-REC         PIC -----9,99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-VAR-OBSERVACAO       PIC X(08).

       01  WRK-LINHA-CONTAGEM.
           05  WRK-CNT-TITULO           PIC X(30).
           05  WRK-CNT-QTD              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PERIODO THRU 0110-LER-PERIODO-EXIT.
           PERFORM 0120-CARREGAR-CAMPANHAS
               THRU 0120-CARREGAR-CAMPANHAS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0100-ABRIR-ARQUIVOS
                   THRU 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-CMV
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * SEM O HISTORICO CMVDIA NAO HA VENDA DIARIA A MEDIR - *
      * AS CAMPANHAS SAEM ZERADAS.                           *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-SW-ARQUIVOS-OK.
           OPEN INPUT CMVDIA-ARQ.
           IF WRK-FS-CMV NOT = '00'
               IF WRK-FS-CMV = '35'
                   DISPLAY 'PROMREL: CMVDIA AINDA NAO EXISTE - '
                       'NENHUMA VENDA DIARIA GRAVADA'
               ELSE
                   MOVE WRK-FS-CMV TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'PROMREL: ERRO AO ABRIR CMVDIA - STATUS '
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
      * PERIODO DO CARTAO PROMPER; SEM CARTAO (OU CARTAO     *
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
               DISPLAY 'PROMREL: CARTAO PROMPER INVALIDO - '
                   'ASSUMIDO O MES CORRENTE'
               GO TO 0110-LER-PERIODO-EXIT
           END-IF.
           MOVE PER-DATA-INICIAL TO WRK-DATA-INICIAL.
           MOVE PER-DATA-FINAL TO WRK-DATA-FINAL.
       0110-LER-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SELECIONA AS LINHAS DE CAMPANHA COM FIM NO PERIODO E *
      * CALCULA, PARA CADA UMA, A DURACAO EM DIAS E O INICIO *
      * DA JANELA ANTERIOR DE MESMA DURACAO. SEM O PROMMSTR  *
      * NAO HA O QUE MEDIR.                                  *
      *----------------------------------------------------*
       0120-CARREGAR-CAMPANHAS.
           OPEN INPUT PROMOCAO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               MOVE WRK-FS-PRM TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PROMREL: PROMMSTR INDISPONIVEL - STATUS '
                   WRK-FS-PRM ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0120-CARREGAR-CAMPANHAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PRM = '10'
               READ PROMOCAO-ARQ
                   AT END MOVE '10' TO WRK-FS-PRM
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDAS
                       PERFORM 0130-GUARDAR-CAMPANHA
                           THRU 0130-GUARDAR-CAMPANHA-EXIT
               END-READ
           END-PERFORM.
           CLOSE PROMOCAO-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0120-CARREGAR-CAMPANHAS-EXIT.
           EXIT.

       0130-GUARDAR-CAMPANHA.
           IF WRK-PRM-DATA-FIM < WRK-DATA-INICIAL
               OR WRK-PRM-DATA-FIM > WRK-DATA-FINAL
               OR WRK-PRM-DATA-INICIO > WRK-PRM-DATA-FIM
               GO TO 0130-GUARDAR-CAMPANHA-EXIT
           END-IF.
           IF WRK-QTD-CAMPANHAS >= 500
               DISPLAY 'PROMREL: MAIS DE 500 LINHAS DE CAMPANHA NO '
                   'PERIODO - EXCEDENTES IGNORADAS'
               GO TO 0130-GUARDAR-CAMPANHA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CAMPANHAS.
           SET WRK-IDX-CPH TO WRK-QTD-CAMPANHAS.
           MOVE WRK-PRM-CODIGO TO WRK-CPH-CODIGO(WRK-IDX-CPH).
           MOVE WRK-PRM-PRODUTO TO WRK-CPH-PRODUTO(WRK-IDX-CPH).
           MOVE WRK-PRM-LOJA TO WRK-CPH-LOJA(WRK-IDX-CPH).
           MOVE WRK-PRM-DATA-INICIO TO WRK-CPH-INICIO(WRK-IDX-CPH).
           MOVE WRK-PRM-DATA-FIM TO WRK-CPH-FIM(WRK-IDX-CPH).
           MOVE ZEROS TO WRK-CPH-QT-ANTES(WRK-IDX-CPH).
           MOVE ZEROS TO WRK-CPH-REC-ANTES(WRK-IDX-CPH).
           MOVE ZEROS TO WRK-CPH-QT-DURANTE(WRK-IDX-CPH).
           MOVE ZEROS TO WRK-CPH-REC-DURANTE(WRK-IDX-CPH).
      *    DURACAO: DO INICIO AO FIM, INCLUSIVE.
           MOVE ZEROS TO WRK-DIAS-CAMPANHA.
           MOVE WRK-PRM-DATA-INICIO TO WRK-DATA-VARRE.
           PERFORM 0140-CONTAR-DIA THRU 0140-CONTAR-DIA-EXIT
               UNTIL WRK-DATA-VARRE > WRK-PRM-DATA-FIM
                   OR WRK-DIAS-CAMPANHA >= WRK-LIMITE-DIAS.
           IF WRK-DATA-VARRE NOT > WRK-PRM-DATA-FIM
               DISPLAY 'PROMREL: CAMPANHA ' WRK-PRM-CODIGO
                   ' COM MAIS DE ' WRK-LIMITE-DIAS ' DIAS - '
                   'COMPARACAO LIMITADA AOS PRIMEIROS'
           END-IF.
           MOVE WRK-DIAS-CAMPANHA TO WRK-CPH-DIAS(WRK-IDX-CPH).
      *    JANELA ANTERIOR: O MESMO NUMERO DE DIAS ANTES DO
      *    INICIO, TERMINANDO NA VESPERA DELE.
           MOVE WRK-PRM-DATA-INICIO TO WRK-DATA-VARRE.
           PERFORM 0580-DIA-ANTERIOR THRU 0580-DIA-ANTERIOR-EXIT
               WRK-DIAS-CAMPANHA TIMES.
           MOVE WRK-DATA-VARRE TO WRK-CPH-ANTES-INICIO(WRK-IDX-CPH).
       0130-GUARDAR-CAMPANHA-EXIT.
           EXIT.

       0140-CONTAR-DIA.
           ADD 1 TO WRK-DIAS-CAMPANHA.
           PERFORM 0570-PROXIMO-DIA THRU 0570-PROXIMO-DIA-EXIT.
       0140-CONTAR-DIA-EXIT.
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
      * CADA VENDA DIARIA DO CMVDIA E OFERECIDA A TODAS AS   *
      * LINHAS DE CAMPANHA SELECIONADAS.                     *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ CMVDIA-ARQ
               AT END
                   SET WRK-FIM-CMV TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-REGISTROS.
           IF WRK-QTD-CAMPANHAS > ZEROS
               PERFORM 0210-CASAR-CAMPANHA
                   THRU 0210-CASAR-CAMPANHA-EXIT
                   VARYING WRK-IDX-CPH FROM 1 BY 1
                   UNTIL WRK-IDX-CPH > WRK-QTD-CAMPANHAS
           END-IF.
       0200-PROCESSAR-EXIT.
           EXIT.

       0210-CASAR-CAMPANHA.
           IF WRK-CMV-PRODUTO NOT = WRK-CPH-PRODUTO(WRK-IDX-CPH)
               GO TO 0210-CASAR-CAMPANHA-EXIT
           END-IF.
           IF WRK-CPH-LOJA(WRK-IDX-CPH) NOT = ZEROS
               AND WRK-CMV-LOJA NOT = WRK-CPH-LOJA(WRK-IDX-CPH)
               GO TO 0210-CASAR-CAMPANHA-EXIT
           END-IF.
           IF WRK-CMV-DATA NOT < WRK-CPH-INICIO(WRK-IDX-CPH)
               AND WRK-CMV-DATA NOT > WRK-CPH-FIM(WRK-IDX-CPH)
               ADD WRK-CMV-QT TO WRK-CPH-QT-DURANTE(WRK-IDX-CPH)
               ADD WRK-CMV-RECEITA
                   TO WRK-CPH-REC-DURANTE(WRK-IDX-CPH)
               GO TO 0210-CASAR-CAMPANHA-EXIT
           END-IF.
           IF WRK-CMV-DATA NOT < WRK-CPH-ANTES-INICIO(WRK-IDX-CPH)
               AND WRK-CMV-DATA < WRK-CPH-INICIO(WRK-IDX-CPH)
               ADD WRK-CMV-QT TO WRK-CPH-QT-ANTES(WRK-IDX-CPH)
               ADD WRK-CMV-RECEITA
                   TO WRK-CPH-REC-ANTES(WRK-IDX-CPH)
           END-IF.
       0210-CASAR-CAMPANHA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VARIACAO DO PERIODO DA PROMOCAO SOBRE O ANTERIOR, EM *
      * UNIDADES E EM RECEITA. SEM BASE ANTERIOR, 0 %.       *
      *----------------------------------------------------*
       0300-CALCULAR-VARIACAO.
           COMPUTE WRK-CALC-DIF-QT =
               WRK-CALC-QT-DURANTE - WRK-CALC-QT-ANTES.
           COMPUTE WRK-CALC-DIF-REC =
               WRK-CALC-REC-DURANTE - WRK-CALC-REC-ANTES.
           MOVE SPACES TO WRK-VAR-OBSERVACAO.
           IF WRK-CALC-QT-ANTES = ZEROS
               MOVE ZEROS TO WRK-CALC-PERC-QT
               MOVE 'SEM BASE' TO WRK-VAR-OBSERVACAO
           ELSE
               COMPUTE WRK-CALC-PERC-QT ROUNDED =
                   WRK-CALC-DIF-QT * 100 / WRK-CALC-QT-ANTES
                   ON SIZE ERROR MOVE 99999,99 TO WRK-CALC-PERC-QT
               END-COMPUTE
           END-IF.
           IF WRK-CALC-REC-ANTES = ZEROS
               MOVE ZEROS TO WRK-CALC-PERC-REC
               MOVE 'SEM BASE' TO WRK-VAR-OBSERVACAO
           ELSE
               COMPUTE WRK-CALC-PERC-REC ROUNDED =
                   WRK-CALC-DIF-REC * 100 / WRK-CALC-REC-ANTES
                   ON SIZE ERROR MOVE 99999,99 TO WRK-CALC-PERC-REC
               END-COMPUTE
           END-IF.
           MOVE 'ANTES' TO WRK-DET-ROTULO.
           MOVE WRK-CALC-QT-ANTES TO WRK-DET-QT.
           MOVE WRK-CALC-REC-ANTES TO WRK-DET-RECEITA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           MOVE 'DURANTE' TO WRK-DET-ROTULO.
           MOVE WRK-CALC-QT-DURANTE TO WRK-DET-QT.
           MOVE WRK-CALC-REC-DURANTE TO WRK-DET-RECEITA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           MOVE WRK-CALC-DIF-QT TO WRK-VAR-QT.
           MOVE WRK-CALC-DIF-REC TO WRK-VAR-RECEITA.
           MOVE WRK-CALC-PERC-QT TO WRK-VAR-PERC-QT.
           MOVE WRK-CALC-PERC-REC TO WRK-VAR-PERC-REC.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-VARIACAO.
       0300-CALCULAR-VARIACAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO E FEVEREIRO BISSEXTO (MESMO CALCULO DO  *
      * 0570-PROXIMO-DIA DO CPLANCA).                        *
      *----------------------------------------------------*
       0570-PROXIMO-DIA.
           PERFORM 0590-ULTIMO-DIA-MES THRU 0590-ULTIMO-DIA-MES-EXIT.
           IF WRK-VAR-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-VAR-DIA
           ELSE
               MOVE 01 TO WRK-VAR-DIA
               IF WRK-VAR-MES < 12
                   ADD 1 TO WRK-VAR-MES
               ELSE
                   MOVE 01 TO WRK-VAR-MES
                   ADD 1 TO WRK-VAR-ANO
               END-IF
           END-IF.
       0570-PROXIMO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RECUA A DATA DE VARREDURA EM UM DIA: NO DIA 1, VAI   *
      * PARA O ULTIMO DIA DO MES (OU ANO) ANTERIOR.          *
      *----------------------------------------------------*
       0580-DIA-ANTERIOR.
           IF WRK-VAR-DIA > 01
               SUBTRACT 1 FROM WRK-VAR-DIA
               GO TO 0580-DIA-ANTERIOR-EXIT
           END-IF.
           IF WRK-VAR-MES > 01
               SUBTRACT 1 FROM WRK-VAR-MES
           ELSE
               MOVE 12 TO WRK-VAR-MES
               SUBTRACT 1 FROM WRK-VAR-ANO
           END-IF.
           PERFORM 0590-ULTIMO-DIA-MES THRU 0590-ULTIMO-DIA-MES-EXIT.
           MOVE WRK-ULTIMO-DIA-MES TO WRK-VAR-DIA.
       0580-DIA-ANTERIOR-EXIT.
           EXIT.

       0590-ULTIMO-DIA-MES.
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
       0590-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME CADA LINHA DE CAMPANHA COM O ANTES, O        *
      * DURANTE E A VARIACAO, E O TOTAL DAS CAMPANHAS.       *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'PROMREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-CAMPANHAS > ZEROS
               PERFORM 0910-IMPRIMIR-CAMPANHA
                   THRU 0910-IMPRIMIR-CAMPANHA-EXIT
                   VARYING WRK-IDX-CPH FROM 1 BY 1
                   UNTIL WRK-IDX-CPH > WRK-QTD-CAMPANHAS
           END-IF.
           MOVE 'TOTAL DAS CAMPANHAS' TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           MOVE WRK-TOT-QT-ANTES TO WRK-CALC-QT-ANTES.
           MOVE WRK-TOT-REC-ANTES TO WRK-CALC-REC-ANTES.
           MOVE WRK-TOT-QT-DURANTE TO WRK-CALC-QT-DURANTE.
           MOVE WRK-TOT-REC-DURANTE TO WRK-CALC-REC-DURANTE.
           PERFORM 0300-CALCULAR-VARIACAO
               THRU 0300-CALCULAR-VARIACAO-EXIT.
           MOVE 'LINHAS DE CAMPANHA MEDIDAS....' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CAMPANHAS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           IF WRK-FS-CMV NOT = '35'
               CLOSE CMVDIA-ARQ
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'PROMREL: ' WRK-QTD-LIDAS ' LINHAS NO PROMMSTR, '
               WRK-QTD-CAMPANHAS ' ENCERRADAS NO PERIODO, '
               WRK-QTD-REGISTROS ' REGISTROS DE VENDA DIARIA'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-IMPRIMIR-CAMPANHA.
           MOVE WRK-CPH-CODIGO(WRK-IDX-CPH) TO WRK-CPN-CODIGO.
           MOVE WRK-CPH-PRODUTO(WRK-IDX-CPH) TO WRK-CPN-PRODUTO.
           MOVE WRK-CPH-LOJA(WRK-IDX-CPH) TO WRK-CPN-LOJA.
           MOVE WRK-CPH-INICIO(WRK-IDX-CPH) TO WRK-CPN-INICIO.
           MOVE WRK-CPH-FIM(WRK-IDX-CPH) TO WRK-CPN-FIM.
           MOVE WRK-CPH-DIAS(WRK-IDX-CPH) TO WRK-CPN-DIAS.
           IF WRK-CPH-FIM(WRK-IDX-CPH) NOT < WRK-DATA-SISTEMA
               MOVE 'EM ANDAMENTO' TO WRK-CPN-SITUACAO
           ELSE
               MOVE SPACES TO WRK-CPN-SITUACAO
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CAMPANHA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           MOVE WRK-CPH-QT-ANTES(WRK-IDX-CPH) TO WRK-CALC-QT-ANTES.
           MOVE WRK-CPH-REC-ANTES(WRK-IDX-CPH) TO WRK-CALC-REC-ANTES.
           MOVE WRK-CPH-QT-DURANTE(WRK-IDX-CPH)
               TO WRK-CALC-QT-DURANTE.
           MOVE WRK-CPH-REC-DURANTE(WRK-IDX-CPH)
               TO WRK-CALC-REC-DURANTE.
           PERFORM 0300-CALCULAR-VARIACAO
               THRU 0300-CALCULAR-VARIACAO-EXIT.
           ADD WRK-CPH-QT-ANTES(WRK-IDX-CPH) TO WRK-TOT-QT-ANTES.
           ADD WRK-CPH-REC-ANTES(WRK-IDX-CPH) TO WRK-TOT-REC-ANTES.
           ADD WRK-CPH-QT-DURANTE(WRK-IDX-CPH) TO WRK-TOT-QT-DURANTE.
           ADD WRK-CPH-REC-DURANTE(WRK-IDX-CPH)
               TO WRK-TOT-REC-DURANTE.
       0910-IMPRIMIR-CAMPANHA-EXIT.
           EXIT.

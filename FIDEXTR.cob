       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDEXTR.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIOS MENSAIS DO PROGRAMA DE FIDELIDADE,
      * A PARTIR DO EXTRATO DE MOVIMENTOS DE PONTOS (FIDLOG,
      * GRAVADO PELO FIDPONT - RODAR O FIDPONT ANTES):
      *  - FIDEXREL: EXTRATO DE PONTOS DO MES POR CLIENTE, COM
      *    O SALDO ANTERIOR, CADA MOVIMENTO DO MES (PONTOS DA
      *    VENDA, ESTORNO, EXPIRACAO E RESGATE EM VALE), O SALDO
      *    FINAL E O SEU VALOR EM REAIS;
      *  - FIDPASRL: PASSIVO DE PONTOS EM ABERTO NO FIM DO MES,
      *    POR CLIENTE, COM O TOTAL DE PONTOS E O VALOR EM
      *    REAIS PELO VALOR DO PONTO DO CARTAO FIDPARM.
      * SO ENTRA CLIENTE COM MOVIMENTO NO MES OU SALDO. A
      * COMPETENCIA VEM DO CARTAO FIDCOMP (AAAAMM; SEM O
      * CARTAO, O ANO/MES DA EXECUCAO). MOVIMENTO DE MES
      * POSTERIOR A COMPETENCIA E DESCONSIDERADO.
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
           SELECT FIDLOG-ARQ ASSIGN TO 'FIDLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT FIDPARM-ARQ ASSIGN TO 'FIDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT FIDCOMP-ARQ ASSIGN TO 'FIDCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT EXTRATO-ARQ ASSIGN TO 'FIDEXREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.

           SELECT PASSIVO-ARQ ASSIGN TO 'FIDPASRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIDLOG-ARQ.
           COPY 'FIDLREG.COB'.

       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

      *    MESMO CARTAO DO FIDPONT; AQUI SO INTERESSA O VALOR DO
      *    PONTO.
       FD  FIDPARM-ARQ.
       01  WRK-REG-FIDPARM.
           05  PRM-PONTOS-REAL         PIC 9(03)V99.
           05  PRM-VALIDADE-MESES      PIC 9(02).
           05  PRM-VALOR-PONTO         PIC 9(01)V99.
           05  PRM-MINIMO-RESGATE      PIC 9(05).

       FD  FIDCOMP-ARQ.
       01  WRK-REG-FIDCOMP             PIC 9(06).

       FD  EXTRATO-ARQ.
       01  WRK-LINHA-EXTRATO           PIC X(80).

       FD  PASSIVO-ARQ.
       01  WRK-LINHA-PASSIVO           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-LOG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EXT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PAS                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-CLIENTES-CHEIA       PIC X(01) VALUE 'N'.
           88  WRK-CLIENTES-CHEIA                 VALUE 'S'.
       77  WRK-SW-MOVTOS-CHEIA         PIC X(01) VALUE 'N'.
           88  WRK-MOVTOS-CHEIA                   VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       77  WRK-COMPET-AAAAMM            PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-AAAAMM              PIC 9(06) VALUE ZEROS.

       77  WRK-VALOR-PONTO              PIC 9(01)V99 VALUE 0,01.

      *    CLIENTES DO CADASTRO (MAIS OS QUE SO APARECEM NO
      *    FIDLOG), COM O SALDO DE PONTOS ANTES E NO FIM DO MES.
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-NOME         PIC X(20).
               10  WRK-CLI-SALDO-ANTERIOR
                                        PIC S9(09).
               10  WRK-CLI-SALDO-FINAL  PIC S9(09).
               10  WRK-CLI-QTD-MOVTOS   PIC 9(05).

      *    MOVIMENTOS DO MES, NA ORDEM DO FIDLOG.
       77  WRK-QTD-MOVTOS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-MOVTOS.
           05  WRK-MOV OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-MOVTOS
                   INDEXED BY WRK-IDX-MOV.
               10  WRK-MOV-CLIENTE      PIC 9(06).
               10  WRK-MOV-DATA         PIC 9(08).
               10  WRK-MOV-TIPO         PIC X(01).
               10  WRK-MOV-REFERENCIA   PIC 9(08).
               10  WRK-MOV-PONTOS       PIC S9(07).

       77  WRK-PONTOS-SINAL             PIC S9(07) VALUE ZEROS.
       77  WRK-VALOR-SALDO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-EXTRATOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PASSIVO              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SALDO-NEGATIVO       PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-PONTOS-PASSIVO       PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-VALOR-PASSIVO        PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-EDICAO.
           05  WRK-EDI-ANO              PIC 9(04).
           05  WRK-EDI-MES              PIC 9(02).
           05  WRK-EDI-DIA              PIC 9(02).

       01  WRK-LINHA-SEPARADOR          PIC X(60) VALUE ALL '='.

       01  WRK-CAB-EXTRATO.
           05  FILLER                   PIC X(40) VALUE
               'EXTRATO DE PONTOS DE FIDELIDADE - MES '.
           05  WRK-CBE-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CBE-ANO              PIC 9(04).

       01  WRK-EXT-CLIENTE.
           05  FILLER                   PIC X(08) VALUE 'CLIENTE '.
           05  WRK-EXC-CODIGO           PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-EXC-NOME             PIC X(20).

       01  WRK-EXT-SALDO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-EXS-TITULO           PIC X(48).
           05  WRK-EXS-PONTOS           PIC ---------9.

       01  WRK-EXT-MOVTO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-EXM-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-EXM-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-EXM-ANO              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-EXM-DESCRICAO        PIC X(25).
           05  WRK-EXM-REFERENCIA       PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRK-EXM-PONTOS           PIC ---------9.

       01  WRK-EXT-EQUIVALE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(44) VALUE
               'SALDO EM REAIS PARA RESGATE EM VALE-TROCA'.
           05  WRK-EXQ-VALOR            PIC ZZZZZZZZZZ9,99.

       01  WRK-CAB-PASSIVO.
           05  FILLER                   PIC X(49) VALUE
               'PASSIVO DE PONTOS DE FIDELIDADE EM ABERTO - MES '.
           05  WRK-CBP-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CBP-ANO              PIC 9(04).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(40) VALUE
               'CODIGO NOME                       PONTOS'.
           05  FILLER                   PIC X(20) VALUE
               '       VALOR (R$)'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-CLIENTE          PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(20).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRK-DET-PONTOS           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZZZZZ9,99.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-CNT-TITULO           PIC X(30).
           05  WRK-CNT-QTD              PIC ZZZZZZZZ9.

       01  WRK-LINHA-VALOR.
           05  WRK-VLR-TITULO           PIC X(30).
           05  WRK-VLR-VALOR            PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-COMPETENCIA
               THRU 0105-CARREGAR-COMPETENCIA-EXIT.
           PERFORM 0110-LER-CARTAO THRU 0110-LER-CARTAO-EXIT.
           PERFORM 0120-CARREGAR-CLIENTES
               THRU 0120-CARREGAR-CLIENTES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-ACUMULAR THRU 0200-ACUMULAR-EXIT
               IF WRK-QTD-CLIENTES > ZEROS
                   PERFORM 0300-EMITIR-EXTRATO
                       THRU 0300-EMITIR-EXTRATO-EXIT
                       VARYING WRK-IDX-CLI FROM 1 BY 1
                       UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
                   PERFORM 0400-LISTAR-PASSIVO
                       THRU 0400-LISTAR-PASSIVO-EXIT
                       VARYING WRK-IDX-CLI FROM 1 BY 1
                       UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
               END-IF
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * COMPETENCIA DOS RELATORIOS (CARTAO FIDCOMP; SEM O    *
      * CARTAO, ANO/MES DA EXECUCAO).                        *
      *----------------------------------------------------*
       0105-CARREGAR-COMPETENCIA.
           MOVE WRK-ANOSYS TO WRK-CMP-ANO.
           MOVE WRK-MESSYS TO WRK-CMP-MES.
           OPEN INPUT FIDCOMP-ARQ.
           IF WRK-FS-CMP = '00'
               READ FIDCOMP-ARQ
                   NOT AT END MOVE WRK-REG-FIDCOMP
                       TO WRK-COMPETENCIA
               END-READ
               CLOSE FIDCOMP-ARQ
           END-IF.
           COMPUTE WRK-COMPET-AAAAMM =
               WRK-CMP-ANO * 100 + WRK-CMP-MES.
       0105-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALOR DO PONTO (CARTAO FIDPARM; SEM CARTAO OU COM    *
      * VALOR INVALIDO, R$ 0,01 - O MESMO PADRAO DO FIDPONT).*
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
           IF PRM-VALOR-PONTO IS NUMERIC
               AND PRM-VALOR-PONTO > ZEROS
               MOVE PRM-VALOR-PONTO TO WRK-VALOR-PONTO
           ELSE
               DISPLAY 'FIDEXTR: FIDPARM COM VALOR DO PONTO '
                   'INVALIDO - ASSUMIDO ' WRK-VALOR-PONTO
           END-IF.
       0110-LER-CARTAO-EXIT.
           EXIT.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-ARQ.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'FIDEXTR: CLIMSTR INDISPONIVEL - CLIENTES '
                   'SEM NOME NOS RELATORIOS'
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
                           MOVE WRK-CLM-NOME TO
                               WRK-CLI-NOME(WRK-IDX-CLI)
                           MOVE ZEROS TO
                               WRK-CLI-SALDO-ANTERIOR(WRK-IDX-CLI)
                               WRK-CLI-SALDO-FINAL(WRK-IDX-CLI)
                               WRK-CLI-QTD-MOVTOS(WRK-IDX-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-ARQ.
       0120-CARREGAR-CLIENTES-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT FIDLOG-ARQ.
           IF WRK-FS-LOG NOT = '00'
               MOVE WRK-FS-LOG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FIDEXTR: ERRO AO ABRIR FIDLOG - STATUS '
                   WRK-FS-LOG ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT EXTRATO-ARQ.
           OPEN OUTPUT PASSIVO-ARQ.
           MOVE WRK-CMP-MES TO WRK-CBE-MES.
           MOVE WRK-CMP-ANO TO WRK-CBE-ANO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-CAB-EXTRATO.
           MOVE WRK-CMP-MES TO WRK-CBP-MES.
           MOVE WRK-CMP-ANO TO WRK-CBP-ANO.
           WRITE WRK-LINHA-PASSIVO FROM WRK-CAB-PASSIVO.
           WRITE WRK-LINHA-PASSIVO FROM WRK-CAB-COLUNAS.
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
      * PERCORRE O FIDLOG: MOVIMENTO DE MES ANTERIOR SO      *
      * COMPOE O SALDO ANTERIOR; MOVIMENTO DO MES COMPOE O   *
      * SALDO FINAL E VAI PARA A TABELA DO EXTRATO. CREDITO  *
      * SOMA; ESTORNO, EXPIRACAO E RESGATE SUBTRAEM.         *
      *----------------------------------------------------*
       0200-ACUMULAR.
           PERFORM UNTIL WRK-FS-LOG = '10'
               READ FIDLOG-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-LOG
                   NOT AT END
                       PERFORM 0210-ACUMULAR-MOVTO
                           THRU 0210-ACUMULAR-MOVTO-EXIT
               END-READ
           END-PERFORM.
       0200-ACUMULAR-EXIT.
           EXIT.

       0210-ACUMULAR-MOVTO.
           DIVIDE WRK-FLG-DATA BY 100 GIVING WRK-DATA-AAAAMM.
           IF WRK-DATA-AAAAMM > WRK-COMPET-AAAAMM
               GO TO 0210-ACUMULAR-MOVTO-EXIT
           END-IF.
           PERFORM 0220-LOCALIZAR-CLIENTE
               THRU 0220-LOCALIZAR-CLIENTE-EXIT.
           IF WRK-IDX-CLI > WRK-QTD-CLIENTES
               GO TO 0210-ACUMULAR-MOVTO-EXIT
           END-IF.
           IF WRK-FLG-CREDITO
               MOVE WRK-FLG-PONTOS TO WRK-PONTOS-SINAL
           ELSE
               COMPUTE WRK-PONTOS-SINAL = ZEROS - WRK-FLG-PONTOS
           END-IF.
           ADD WRK-PONTOS-SINAL TO WRK-CLI-SALDO-FINAL(WRK-IDX-CLI).
           IF WRK-DATA-AAAAMM < WRK-COMPET-AAAAMM
               ADD WRK-PONTOS-SINAL
                   TO WRK-CLI-SALDO-ANTERIOR(WRK-IDX-CLI)
               GO TO 0210-ACUMULAR-MOVTO-EXIT
           END-IF.
           ADD 1 TO WRK-CLI-QTD-MOVTOS(WRK-IDX-CLI).
           IF WRK-QTD-MOVTOS >= 9999
               IF NOT WRK-MOVTOS-CHEIA
                   SET WRK-MOVTOS-CHEIA TO TRUE
                   DISPLAY 'FIDEXTR: MAIS DE 9999 MOVIMENTOS NO MES '
                       '- EXCEDENTES SO NOS SALDOS'
               END-IF
               GO TO 0210-ACUMULAR-MOVTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-MOVTOS.
           SET WRK-IDX-MOV TO WRK-QTD-MOVTOS.
           MOVE WRK-FLG-CLIENTE TO WRK-MOV-CLIENTE(WRK-IDX-MOV).
           MOVE WRK-FLG-DATA TO WRK-MOV-DATA(WRK-IDX-MOV).
           MOVE WRK-FLG-TIPO TO WRK-MOV-TIPO(WRK-IDX-MOV).
           MOVE WRK-FLG-REFERENCIA TO WRK-MOV-REFERENCIA(WRK-IDX-MOV).
           MOVE WRK-PONTOS-SINAL TO WRK-MOV-PONTOS(WRK-IDX-MOV).
       0210-ACUMULAR-MOVTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-CLI NO CLIENTE DO MOVIMENTO;       *
      * CLIENTE FORA DO CADASTRO ENTRA NA TABELA SEM NOME.   *
      * TABELA CHEIA DEIXA O INDICE ALEM DO ULTIMO.          *
      *----------------------------------------------------*
       0220-LOCALIZAR-CLIENTE.
           IF WRK-QTD-CLIENTES > ZEROS
               SET WRK-IDX-CLI TO 1
               SEARCH WRK-CLI
                   AT END
                       CONTINUE
                   WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = WRK-FLG-CLIENTE
                       GO TO 0220-LOCALIZAR-CLIENTE-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-CLIENTES >= 2000
               IF NOT WRK-CLIENTES-CHEIA
                   SET WRK-CLIENTES-CHEIA TO TRUE
                   DISPLAY 'FIDEXTR: MAIS DE 2000 CLIENTES - '
                       'EXCEDENTES FORA DOS RELATORIOS'
               END-IF
               SET WRK-IDX-CLI TO WRK-QTD-CLIENTES
               SET WRK-IDX-CLI UP BY 1
               GO TO 0220-LOCALIZAR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CLIENTES.
           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES.
           MOVE WRK-FLG-CLIENTE TO WRK-CLI-CODIGO(WRK-IDX-CLI).
           MOVE 'NAO CADASTRADO' TO WRK-CLI-NOME(WRK-IDX-CLI).
           MOVE ZEROS TO WRK-CLI-SALDO-ANTERIOR(WRK-IDX-CLI)
               WRK-CLI-SALDO-FINAL(WRK-IDX-CLI)
               WRK-CLI-QTD-MOVTOS(WRK-IDX-CLI).
       0220-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EXTRATO DO CLIENTE: SALDO ANTERIOR, MOVIMENTOS DO    *
      * MES, SALDO FINAL E O VALOR EM REAIS DO SALDO.        *
      *----------------------------------------------------*
       0300-EMITIR-EXTRATO.
           IF WRK-CLI-QTD-MOVTOS(WRK-IDX-CLI) = ZEROS
               AND WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) = ZEROS
               GO TO 0300-EMITIR-EXTRATO-EXIT
           END-IF.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO WRK-EXC-CODIGO.
           MOVE WRK-CLI-NOME(WRK-IDX-CLI) TO WRK-EXC-NOME.
           WRITE WRK-LINHA-EXTRATO FROM WRK-EXT-CLIENTE.
           MOVE 'SALDO ANTERIOR' TO WRK-EXS-TITULO.
           MOVE WRK-CLI-SALDO-ANTERIOR(WRK-IDX-CLI) TO WRK-EXS-PONTOS.
           WRITE WRK-LINHA-EXTRATO FROM WRK-EXT-SALDO.
           IF WRK-QTD-MOVTOS > ZEROS
               PERFORM 0310-LISTAR-MOVTO THRU 0310-LISTAR-MOVTO-EXIT
                   VARYING WRK-IDX-MOV FROM 1 BY 1
                   UNTIL WRK-IDX-MOV > WRK-QTD-MOVTOS
           END-IF.
           MOVE 'SALDO FINAL' TO WRK-EXS-TITULO.
           MOVE WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) TO WRK-EXS-PONTOS.
           WRITE WRK-LINHA-EXTRATO FROM WRK-EXT-SALDO.
           MOVE ZEROS TO WRK-VALOR-SALDO.
           IF WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) > ZEROS
               COMPUTE WRK-VALOR-SALDO =
                   WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) * WRK-VALOR-PONTO
           END-IF.
           MOVE WRK-VALOR-SALDO TO WRK-EXQ-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-EXT-EQUIVALE.
           ADD 1 TO WRK-QTD-EXTRATOS.
       0300-EMITIR-EXTRATO-EXIT.
           EXIT.

       0310-LISTAR-MOVTO.
           IF WRK-MOV-CLIENTE(WRK-IDX-MOV)
                   NOT = WRK-CLI-CODIGO(WRK-IDX-CLI)
               GO TO 0310-LISTAR-MOVTO-EXIT
           END-IF.
           MOVE WRK-MOV-DATA(WRK-IDX-MOV) TO WRK-DATA-EDICAO.
           MOVE WRK-EDI-DIA TO WRK-EXM-DIA.
           MOVE WRK-EDI-MES TO WRK-EXM-MES.
           MOVE WRK-EDI-ANO TO WRK-EXM-ANO.
           EVALUATE WRK-MOV-TIPO(WRK-IDX-MOV)
               WHEN 'C'
                   MOVE 'PONTOS DA VENDA' TO WRK-EXM-DESCRICAO
               WHEN 'E'
                   MOVE 'ESTORNO DA VENDA' TO WRK-EXM-DESCRICAO
               WHEN 'X'
                   MOVE 'PONTOS EXPIRADOS - VENDA'
                       TO WRK-EXM-DESCRICAO
               WHEN 'R'
                   MOVE 'RESGATE NO VALE' TO WRK-EXM-DESCRICAO
               WHEN OTHER
                   MOVE 'MOVIMENTO' TO WRK-EXM-DESCRICAO
           END-EVALUATE.
           MOVE WRK-MOV-REFERENCIA(WRK-IDX-MOV) TO WRK-EXM-REFERENCIA.
           MOVE WRK-MOV-PONTOS(WRK-IDX-MOV) TO WRK-EXM-PONTOS.
           WRITE WRK-LINHA-EXTRATO FROM WRK-EXT-MOVTO.
       0310-LISTAR-MOVTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PASSIVO: UMA LINHA POR CLIENTE COM SALDO POSITIVO NO *
      * FIM DO MES (PONTOS E VALOR EM REAIS). SALDO NEGATIVO *
      * SO PODE VIR DE FIDLOG INCOMPLETO E E APONTADO.       *
      *----------------------------------------------------*
       0400-LISTAR-PASSIVO.
           IF WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) < ZEROS
               ADD 1 TO WRK-QTD-SALDO-NEGATIVO
               DISPLAY 'FIDEXTR: CLIENTE '
                   WRK-CLI-CODIGO(WRK-IDX-CLI)
                   ' COM SALDO NEGATIVO NO FIDLOG'
           END-IF.
           IF WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) NOT > ZEROS
               GO TO 0400-LISTAR-PASSIVO-EXIT
           END-IF.
           COMPUTE WRK-VALOR-SALDO =
               WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) * WRK-VALOR-PONTO.
           MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO WRK-DET-CLIENTE.
           MOVE WRK-CLI-NOME(WRK-IDX-CLI) TO WRK-DET-NOME.
           MOVE WRK-CLI-SALDO-FINAL(WRK-IDX-CLI) TO WRK-DET-PONTOS.
           MOVE WRK-VALOR-SALDO TO WRK-DET-VALOR.
           WRITE WRK-LINHA-PASSIVO FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTD-PASSIVO.
           ADD WRK-CLI-SALDO-FINAL(WRK-IDX-CLI)
               TO WRK-TOT-PONTOS-PASSIVO.
           ADD WRK-VALOR-SALDO TO WRK-TOT-VALOR-PASSIVO.
       0400-LISTAR-PASSIVO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'FIDEXTR: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SEPARADOR.
           MOVE 'EXTRATOS EMITIDOS............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-EXTRATOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-CONTAGEM.
           MOVE SPACES TO WRK-LINHA-PASSIVO.
           WRITE WRK-LINHA-PASSIVO.
           MOVE 'CLIENTES COM SALDO...........' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-PASSIVO TO WRK-CNT-QTD.
           WRITE WRK-LINHA-PASSIVO FROM WRK-LINHA-CONTAGEM.
           MOVE 'TOTAL DE PONTOS EM ABERTO....' TO WRK-CNT-TITULO.
           MOVE WRK-TOT-PONTOS-PASSIVO TO WRK-CNT-QTD.
           WRITE WRK-LINHA-PASSIVO FROM WRK-LINHA-CONTAGEM.
           MOVE 'PASSIVO EM REAIS.............' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-VALOR-PASSIVO TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-PASSIVO FROM WRK-LINHA-VALOR.
           CLOSE FIDLOG-ARQ.
           CLOSE EXTRATO-ARQ.
           CLOSE PASSIVO-ARQ.
           DISPLAY 'FIDEXTR: ' WRK-QTD-EXTRATOS ' EXTRATOS, '
               WRK-QTD-PASSIVO ' CLIENTES COM SALDO, '
               WRK-TOT-PONTOS-PASSIVO ' PONTOS (R$ '
               WRK-TOT-VALOR-PASSIVO ')'.
           IF WRK-QTD-SALDO-NEGATIVO > ZEROS
               DISPLAY 'FIDEXTR: ' WRK-QTD-SALDO-NEGATIVO
                   ' CLIENTES COM SALDO NEGATIVO - CONFERIR FIDLOG'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

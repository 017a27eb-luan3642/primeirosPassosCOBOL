       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDPROV.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: PROVA CRUZADA DO FECHAMENTO DE VENDAS. RODA NO
      * FECHDIA LOGO APOS O TABUADA E PROVA QUE TODOS OS CORTES
      * QUE ELE GRAVOU SOMAM O MESMO TOTAL E A MESMA QUANTIDADE
      * DO VENDTOT, E QUE O VENDTOT FECHA COM O TRAILER DA
      * TRANSMISSAO (VENDAS). SO LE - NADA E REGRAVADO:
      *   - TRAILER: A QUANTIDADE E A SOMA DOS VALORES DOS
      *     DETALHES DO VENDAS, RECONTADAS, CONTRA O TRAILER;
      *   - VENDAS ACEITAS: OS DETALHES DO VENDAS MENOS OS
      *     REJEITADOS DO VENDREJ (VENDA SOMA, ESTORNO SUBTRAI,
      *     COMO NO ACUMULADO DO FECHAMENTO) CONTRA O TOTAL DO
      *     VENDTOT;
      *   - PRODUTOS: O PRODTOT INTEIRO CONTRA O TOTAL DO
      *     VENDTOT;
      *   - POR DIA DE MOVIMENTO DO VENDTOT: AS FORMAS DE
      *     PAGAMENTO (DINHEIRO + DEBITO + CREDITO + A PRAZO +
      *     VALE) CONTRA O TOTAL; O PRODLOJA DO DIA; OS
      *     REGISTROS DE VENDHIST DESTE FECHAMENTO (OS ULTIMOS
      *     DO ARQUIVO, UM POR REGISTRO DO VENDTOT, CONFERIDOS
      *     TAMBEM REGISTRO A REGISTRO - DIA, LOJA, TOTAL E
      *     QUANTIDADE); O TERMTOT DO DIA E O IMPOSTO DO TAXATOT
      *     DO DIA.
      * O TERMTOT E O TAXATOT SAO ACRESCENTADOS A CADA
      * FECHAMENTO SEM CARIMBO DE EXECUCAO, ENTAO SAO PROVADOS
      * PELO DIA INTEIRO: O CONTROLE DO TERMTOT E O VENDTOT DO
      * DIA MAIS O QUE O VENDHIST JA TINHA DO MESMO DIA DE
      * FECHAMENTOS ANTERIORES (NORMALMENTE NADA), E O DO
      * TAXATOT E O IMPOSTO DO DIA NO VENDHIST INTEIRO.
      * CADA CONFERENCIA SAI NUMA LINHA DO RELATORIO VPROVREL
      * COM O CONTROLE, A PROVA E A SITUACAO. QUALQUER
      * DIVERGENCIA TERMINA COM RETURN-CODE 8, QUE PARA A
      * CADEIA DO FECHDIA ANTES DE ALGUM CONSUMIDOR USAR OS
      * TOTAIS.
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
           SELECT VENDTOT-ARQ ASSIGN TO 'VENDTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TOT.

           SELECT VENDATXN-ARQ ASSIGN TO 'VENDAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.

           SELECT VENDREJ-ARQ ASSIGN TO 'VENDREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

           SELECT VENDHIST-ARQ ASSIGN TO 'VENDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VHIST.

           SELECT TERMTOT-ARQ ASSIGN TO 'TERMTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TTOT.

           SELECT TAXATOT-ARQ ASSIGN TO 'TAXATOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TXT.

           SELECT PRODTOT-ARQ ASSIGN TO 'PRODTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRT.

           SELECT PRODLOJA-ARQ ASSIGN TO 'PRODLOJA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLO.

           SELECT RELATORIO-ARQ ASSIGN TO 'VPROVREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDTOT-ARQ.
       01  WRK-REG-TOTAL.
           05  TOT-DATA-MOVTO          PIC 9(08).
           05  TOT-LOJA                PIC 9(02).
           05  TOT-ACUM                PIC 9(09)V99.
           05  TOT-QT                  PIC 9(06).
           05  TOT-DINHEIRO            PIC 9(09)V99.
           05  TOT-DEBITO              PIC 9(09)V99.
           05  TOT-CREDITO             PIC 9(09)V99.
           05  TOT-FIADO               PIC 9(09)V99.
           05  TOT-VALE                PIC 9(09)V99.
           05  TOT-DATA-PROC           PIC 9(08).

      *    MESMO LAYOUT DO TABUADA: HEADER, DETALHES E TRAILER.
       FD  VENDATXN-ARQ.
       01  WRK-REG-VENDA.
           05  VND-TIPO-REG            PIC X(01).
               88  VND-REG-HEADER                 VALUE 'H'.
               88  VND-REG-DETALHE                VALUE 'D'.
               88  VND-REG-TRAILER                VALUE 'T'.
           05  VND-TERMINAL            PIC 9(02).
           05  VND-TIPO                PIC X(01).
               88  VND-VENDA                      VALUE 'V'.
               88  VND-ESTORNO                    VALUE 'E'.
           05  VND-REFERENCIA          PIC 9(08).
           05  VND-VALOR               PIC 9(07)V99.
           05  VND-PRODUTO             PIC 9(04).
           05  VND-DATA                PIC 9(08).
           05  VND-FORMA               PIC X(01).
           05  VND-CLIENTE             PIC 9(06).
           05  VND-LOJA                PIC 9(02).
           05  VND-VALE                PIC 9(08).
           05  VND-PLANO               PIC 9(02).
           05  VND-PARCELAS            PIC 9(02).
       01  WRK-REG-VENDA-TRL.
           05  TRL-TIPO-REG            PIC X(01).
           05  TRL-QTD                 PIC 9(06).
           05  TRL-HASH                PIC 9(13)V99.
           05  FILLER                  PIC X(32).

       FD  VENDREJ-ARQ.
       01  WRK-REG-VENDREJ.
           05  REJ-TERMINAL            PIC 9(02).
           05  REJ-TIPO                PIC X(01).
           05  REJ-REFERENCIA          PIC 9(08).
           05  REJ-VALOR               PIC 9(07)V99.
           05  REJ-PRODUTO             PIC 9(04).
           05  REJ-FORMA               PIC X(01).
           05  REJ-MOTIVO              PIC X(30).
           05  REJ-DATA                PIC 9(08).
           05  REJ-CLIENTE             PIC 9(06).
           05  REJ-LOJA                PIC 9(02).
           05  REJ-VALE                PIC 9(08).
           05  REJ-PLANO               PIC 9(02).
           05  REJ-PARCELAS            PIC 9(02).

       FD  VENDHIST-ARQ.
           COPY 'VENDAREG.COB'.

       FD  TERMTOT-ARQ.
       01  WRK-REG-TERMTOT.
           05  TTO-DATA-MOVTO          PIC 9(08).
           05  TTO-TERMINAL            PIC 9(02).
           05  TTO-SUBTOTAL            PIC 9(09)V99.
           05  TTO-QT                  PIC 9(06).
           05  TTO-DINHEIRO            PIC 9(09)V99.

       FD  TAXATOT-ARQ.
       01  WRK-REG-TAXATOT.
           05  TXT-DATA-MOVTO          PIC 9(08).
           05  TXT-CLASSE              PIC X(02).
           05  TXT-BASE                PIC 9(09)V99.
           05  TXT-IMPOSTO             PIC 9(09)V99.

       FD  PRODTOT-ARQ.
       01  WRK-REG-PRODTOT.
           05  PRT-PRODUTO             PIC 9(04).
           05  PRT-QT                  PIC 9(06).
           05  PRT-VALOR               PIC 9(09)V99.
           05  PRT-QT-PROMO            PIC 9(06).
           05  PRT-VALOR-PROMO         PIC 9(09)V99.

       FD  PRODLOJA-ARQ.
       01  WRK-REG-PRODLOJA.
           05  PLO-PRODUTO             PIC 9(04).
           05  PLO-LOJA                PIC 9(02).
           05  PLO-QT                  PIC 9(06).
           05  PLO-VALOR               PIC 9(09)V99.
           05  PLO-DATA                PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-TOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TXN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VHIST                PIC X(02) VALUE SPACES.
       77  WRK-FS-TTOT                 PIC X(02) VALUE SPACES.
       77  WRK-FS-TXT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PLO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-TRAILER              PIC X(01) VALUE 'N'.
           88  WRK-TRAILER-LIDO                   VALUE 'S'.
       77  WRK-SW-DIA-ACHADO           PIC X(01) VALUE 'N'.
           88  WRK-DIA-ACHADO                     VALUE 'S'.
       77  WRK-SW-COMPARA-QT           PIC X(01) VALUE 'S'.
           88  WRK-COMPARA-QT                     VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       77  WRK-DATA-CARIMBO             PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROCURADA           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VH                  PIC 9(08) VALUE ZEROS.

      *    TOTAL DO VENDTOT (O CONTROLE) E UM ESPELHO DOS SEUS
      *    REGISTROS, NA ORDEM GRAVADA, PARA A CONFERENCIA
      *    REGISTRO A REGISTRO DO VENDHIST DESTE FECHAMENTO (O
      *    TABUADA GRAVA OS DOIS DA MESMA TABELA DIA + LOJA).
       77  WRK-TOT-QT                   PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-ACUM                 PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-LOJAS                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           05  WRK-LOJ OCCURS 1 TO 310 TIMES
                   DEPENDING ON WRK-QTD-LOJAS
                   INDEXED BY WRK-IDX-LOJ.
               10  WRK-LOJ-DATA          PIC 9(08).
               10  WRK-LOJ-LOJA          PIC 9(02).
               10  WRK-LOJ-ACUM          PIC 9(09)V99.
               10  WRK-LOJ-QT            PIC 9(06).

      *    UM SLOT POR DIA DE MOVIMENTO DO VENDTOT (NO MAXIMO 31,
      *    O LIMITE DO PROPRIO FECHAMENTO), COM O CONTROLE DO DIA
      *    E A PROVA DE CADA CORTE. VHR = VENDHIST DESTE
      *    FECHAMENTO; VHA = VENDHIST DE FECHAMENTOS ANTERIORES
      *    DO MESMO DIA.
       77  WRK-QTD-DIAS                 PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DIAS.
           05  WRK-DIA OCCURS 1 TO 31 TIMES
                   DEPENDING ON WRK-QTD-DIAS
                   INDEXED BY WRK-IDX-DIA.
               10  WRK-DIA-DATA          PIC 9(08).
               10  WRK-DIA-QT            PIC 9(07).
               10  WRK-DIA-ACUM          PIC 9(11)V99.
               10  WRK-DIA-FORMAS        PIC 9(11)V99.
               10  WRK-DIA-PLO-QT        PIC 9(07).
               10  WRK-DIA-PLO-VALOR     PIC 9(11)V99.
               10  WRK-DIA-VHR-QT        PIC 9(07).
               10  WRK-DIA-VHR-ACUM      PIC 9(11)V99.
               10  WRK-DIA-VHR-IMPOSTO   PIC 9(11)V99.
               10  WRK-DIA-VHA-QT        PIC 9(07).
               10  WRK-DIA-VHA-ACUM      PIC 9(11)V99.
               10  WRK-DIA-VHA-IMPOSTO   PIC 9(11)V99.
               10  WRK-DIA-TTO-QT        PIC 9(07).
               10  WRK-DIA-TTO-VALOR     PIC 9(11)V99.
               10  WRK-DIA-TXT-IMPOSTO   PIC 9(11)V99.

      *    TRANSMISSAO RECONTADA E REJEITADOS DO FECHAMENTO,
      *    SEPARADOS EM VENDAS E ESTORNOS.
       77  WRK-TRL-QTD                  PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-HASH                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DET-QTD                  PIC 9(07) VALUE ZEROS.
       77  WRK-DET-HASH                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VND-QTD-VENDAS           PIC 9(07) VALUE ZEROS.
       77  WRK-VND-VALOR-VENDAS         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VND-QTD-ESTORNOS         PIC 9(07) VALUE ZEROS.
       77  WRK-VND-VALOR-ESTORNOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REJ-QTD-VENDAS           PIC 9(07) VALUE ZEROS.
       77  WRK-REJ-VALOR-VENDAS         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REJ-QTD-ESTORNOS         PIC 9(07) VALUE ZEROS.
       77  WRK-REJ-VALOR-ESTORNOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACEITO-QTD               PIC S9(07) VALUE ZEROS.
       77  WRK-ACEITO-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ACEITAS-BRUTAS           PIC S9(07) VALUE ZEROS.

      *    VENDHIST: REGISTROS NO ARQUIVO, QUANTOS SAO DESTE
      *    FECHAMENTO (OS ULTIMOS) E ONDE ELES COMECAM.
       77  WRK-QTD-VHIST                PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VHIST-FECHAMENTO     PIC 9(04) VALUE ZEROS.
       77  WRK-INICIO-FECHAMENTO        PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VHIST-LIDOS          PIC 9(08) VALUE ZEROS.
       77  WRK-POSICAO-LOJA             PIC 9(04) VALUE ZEROS.

       77  WRK-PRT-QT                   PIC 9(07) VALUE ZEROS.
       77  WRK-PRT-VALOR                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-DIVERGENCIAS         PIC 9(04) VALUE ZEROS.

      *    PARAMETROS DA LINHA DE CONFERENCIA A IMPRIMIR (0690).
       77  WRK-CNF-DESCRICAO            PIC X(18) VALUE SPACES.
       77  WRK-CNF-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-CNF-CTL-QT               PIC 9(07) VALUE ZEROS.
       77  WRK-CNF-CTL-VALOR            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CNF-PRV-QT               PIC S9(07) VALUE ZEROS.
       77  WRK-CNF-PRV-VALOR            PIC S9(13)V99 VALUE ZEROS.

       01  WRK-CAB-TITULO               PIC X(40) VALUE
           'PROVA CRUZADA DO FECHAMENTO DE VENDAS'.

       01  WRK-CAB-DATAS.
           05  FILLER                   PIC X(19) VALUE
               'CARIMBO DO VENDTOT '.
           05  WRK-CAB-CARIMBO          PIC 9(08).
           05  FILLER                   PIC X(17) VALUE
               '   DATA DA PROVA '.
           05  WRK-CAB-DATA-PROVA       PIC 9(08).

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(19) VALUE
               'CONFERENCIA'.
           05  FILLER                   PIC X(09) VALUE 'DATA'.
           05  FILLER                   PIC X(08) VALUE 'QT CTRL'.
           05  FILLER                   PIC X(15) VALUE
               'VALOR CONTROLE'.
           05  FILLER                   PIC X(09) VALUE 'QT PROVA'.
           05  FILLER                   PIC X(16) VALUE
               '    VALOR PROVA'.
           05  FILLER                   PIC X(03) VALUE 'SIT'.

       01  WRK-LINHA-CONFERENCIA.
           05  WRK-LCF-DESCRICAO        PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-DATA             PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-CTL-QT           PIC ZZZZZZ9.
           05  WRK-LCF-CTL-QT-X REDEFINES WRK-LCF-CTL-QT
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-CTL-VALOR        PIC ZZZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-PRV-QT           PIC -ZZZZZZ9.
           05  WRK-LCF-PRV-QT-X REDEFINES WRK-LCF-PRV-QT
                                        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-PRV-VALOR        PIC -ZZZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCF-SITUACAO         PIC X(03).

       01  WRK-LINHA-INFO.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRK-INF-TITULO           PIC X(24).
           05  WRK-INF-QT               PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-INF-VALOR            PIC ZZZZZZZZZZ9,99.

       01  WRK-LINHA-AVISO.
           05  FILLER                   PIC X(10) VALUE '*** AVISO '.
           05  WRK-AVI-DATA             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-AVI-TEXTO            PIC X(52).

       01  WRK-LINHA-LEGENDA            PIC X(80).

       01  WRK-LINHA-SITUACAO.
           05  FILLER                   PIC X(11) VALUE 'SITUACAO...'.
           05  WRK-CTL-SITUACAO         PIC X(40).

       01  WRK-LINHA-SEPARADOR          PIC X(79) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-LER-VENDTOT THRU 0200-LER-VENDTOT-EXIT
               PERFORM 0300-LER-TRANSMISSAO
                   THRU 0300-LER-TRANSMISSAO-EXIT
               PERFORM 0350-LER-REJEITADOS
                   THRU 0350-LER-REJEITADOS-EXIT
               PERFORM 0400-LER-VENDHIST THRU 0400-LER-VENDHIST-EXIT
               PERFORM 0450-LER-TERMTOT THRU 0450-LER-TERMTOT-EXIT
               PERFORM 0500-LER-TAXATOT THRU 0500-LER-TAXATOT-EXIT
               PERFORM 0550-LER-PRODUTOS THRU 0550-LER-PRODUTOS-EXIT
               PERFORM 0600-RELATORIO-PROVA
                   THRU 0600-RELATORIO-PROVA-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * O VENDTOT (CONTROLE) E O VENDAS (TRAILER) SAO        *
      * OBRIGATORIOS: SEM UM DELES NAO HA O QUE PROVAR.      *
      *----------------------------------------------------*
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT VENDTOT-ARQ.
           IF WRK-FS-TOT NOT = '00'
               MOVE WRK-FS-TOT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: ERRO AO ABRIR VENDTOT - STATUS '
                   WRK-FS-TOT ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT VENDATXN-ARQ.
           IF WRK-FS-TXN NOT = '00'
               MOVE WRK-FS-TXN TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: ERRO AO ABRIR VENDAS - STATUS '
                   WRK-FS-TXN ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE VENDTOT-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: ERRO AO ABRIR VPROVREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE VENDTOT-ARQ
               CLOSE VENDATXN-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
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
      * LE O VENDTOT: TOTAL GERAL, ESPELHO DOS REGISTROS E   *
      * CONTROLE POR DIA DE MOVIMENTO (TOTAL, QUANTIDADE E   *
      * SOMA DAS FORMAS DE PAGAMENTO).                       *
      *----------------------------------------------------*
       0200-LER-VENDTOT.
           PERFORM UNTIL WRK-FS-TOT = '10'
               READ VENDTOT-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-TOT
                   NOT AT END
                       PERFORM 0210-REGISTRAR-LOJA
                           THRU 0210-REGISTRAR-LOJA-EXIT
               END-READ
           END-PERFORM.
           CLOSE VENDTOT-ARQ.
           MOVE WRK-DATA-CARIMBO TO WRK-CAB-CARIMBO.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA-PROVA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-DATAS.
           IF WRK-DATA-CARIMBO NOT = WRK-DATA-SISTEMA
               MOVE WRK-DATA-CARIMBO TO WRK-AVI-DATA
               MOVE 'VENDTOT NAO FOI GRAVADO HOJE - PROVA DO ULTIMO'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               DISPLAY 'VENDPROV: VENDTOT COM CARIMBO '
                   WRK-DATA-CARIMBO ' - PROVANDO O ULTIMO FECHAMENTO'
           END-IF.
       0200-LER-VENDTOT-EXIT.
           EXIT.

       0210-REGISTRAR-LOJA.
           MOVE TOT-DATA-PROC TO WRK-DATA-CARIMBO.
           ADD TOT-QT TO WRK-TOT-QT.
           ADD TOT-ACUM TO WRK-TOT-ACUM.
           IF WRK-QTD-LOJAS >= 310
               DISPLAY 'VENDPROV: VENDTOT COM MAIS DE 310 REGISTROS '
                   '- DIA ' TOT-DATA-MOVTO ' LOJA ' TOT-LOJA
                   ' FORA DA PROVA'
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               GO TO 0210-REGISTRAR-LOJA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOJAS.
           SET WRK-IDX-LOJ TO WRK-QTD-LOJAS.
           MOVE TOT-DATA-MOVTO TO WRK-LOJ-DATA(WRK-IDX-LOJ).
           MOVE TOT-LOJA TO WRK-LOJ-LOJA(WRK-IDX-LOJ).
           MOVE TOT-ACUM TO WRK-LOJ-ACUM(WRK-IDX-LOJ).
           MOVE TOT-QT TO WRK-LOJ-QT(WRK-IDX-LOJ).

           MOVE TOT-DATA-MOVTO TO WRK-DATA-PROCURADA.
           PERFORM 0220-LOCALIZAR-DIA THRU 0220-LOCALIZAR-DIA-EXIT.
           IF NOT WRK-DIA-ACHADO
               PERFORM 0230-CRIAR-DIA THRU 0230-CRIAR-DIA-EXIT
           END-IF.
           IF NOT WRK-DIA-ACHADO
               GO TO 0210-REGISTRAR-LOJA-EXIT
           END-IF.
           ADD TOT-QT TO WRK-DIA-QT(WRK-IDX-DIA).
           ADD TOT-ACUM TO WRK-DIA-ACUM(WRK-IDX-DIA).
           ADD TOT-DINHEIRO TOT-DEBITO TOT-CREDITO TOT-FIADO
               TOT-VALE TO WRK-DIA-FORMAS(WRK-IDX-DIA).
       0210-REGISTRAR-LOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCURA WRK-DATA-PROCURADA NA TABELA DE DIAS. ACHADO *
      * DEIXA O INDICE NO SLOT DO DIA.                       *
      *----------------------------------------------------*
       0220-LOCALIZAR-DIA.
           SET WRK-SW-DIA-ACHADO TO 'N'.
           IF WRK-QTD-DIAS = ZEROS
               GO TO 0220-LOCALIZAR-DIA-EXIT
           END-IF.
           SET WRK-IDX-DIA TO 1.
           SEARCH WRK-DIA
               AT END
                   CONTINUE
               WHEN WRK-DIA-DATA(WRK-IDX-DIA) = WRK-DATA-PROCURADA
                   SET WRK-DIA-ACHADO TO TRUE
           END-SEARCH.
       0220-LOCALIZAR-DIA-EXIT.
           EXIT.

       0230-CRIAR-DIA.
           IF WRK-QTD-DIAS >= 31
               DISPLAY 'VENDPROV: VENDTOT COM MAIS DE 31 DIAS DE '
                   'MOVIMENTO - DIA ' WRK-DATA-PROCURADA
                   ' FORA DA PROVA'
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               GO TO 0230-CRIAR-DIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DIAS.
           SET WRK-IDX-DIA TO WRK-QTD-DIAS.
           MOVE WRK-DATA-PROCURADA TO WRK-DIA-DATA(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-QT(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-ACUM(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-FORMAS(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-PLO-QT(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-PLO-VALOR(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHR-QT(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHR-ACUM(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHR-IMPOSTO(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHA-QT(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHA-ACUM(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-VHA-IMPOSTO(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-TTO-QT(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-TTO-VALOR(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-DIA-TXT-IMPOSTO(WRK-IDX-DIA).
           SET WRK-DIA-ACHADO TO TRUE.
       0230-CRIAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RECONTA OS DETALHES DO VENDAS (QUANTIDADE E SOMA DOS *
      * VALORES, COMO O TRAILER) SEPARANDO VENDAS E          *
      * ESTORNOS, E GUARDA O TRAILER.                        *
      *----------------------------------------------------*
       0300-LER-TRANSMISSAO.
           PERFORM UNTIL WRK-FS-TXN = '10'
               READ VENDATXN-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-TXN
                   NOT AT END
                       EVALUATE TRUE
                           WHEN VND-REG-DETALHE
                               ADD 1 TO WRK-DET-QTD
                               ADD VND-VALOR TO WRK-DET-HASH
                               IF VND-ESTORNO
                                   ADD 1 TO WRK-VND-QTD-ESTORNOS
                                   ADD VND-VALOR
                                       TO WRK-VND-VALOR-ESTORNOS
                               ELSE
                                   ADD 1 TO WRK-VND-QTD-VENDAS
                                   ADD VND-VALOR
                                       TO WRK-VND-VALOR-VENDAS
                               END-IF
                           WHEN VND-REG-TRAILER
                               MOVE TRL-QTD TO WRK-TRL-QTD
                               MOVE TRL-HASH TO WRK-TRL-HASH
                               SET WRK-TRAILER-LIDO TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE VENDATXN-ARQ.
           IF NOT WRK-TRAILER-LIDO
               MOVE ZEROS TO WRK-AVI-DATA
               MOVE 'VENDAS SEM TRAILER - TRANSMISSAO TRUNCADA'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               DISPLAY 'VENDPROV: VENDAS SEM TRAILER'
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
       0300-LER-TRANSMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REJEITADOS DO FECHAMENTO. O VENDREJ E REGRAVADO A    *
      * CADA EXECUCAO DO TABUADA, ENTAO E TODO DESTE         *
      * FECHAMENTO. AO FIM, APURA AS VENDAS ACEITAS (LIQUIDAS*
      * DE ESTORNO, COMO O VENDTOT).                         *
      *----------------------------------------------------*
       0350-LER-REJEITADOS.
           OPEN INPUT VENDREJ-ARQ.
           IF WRK-FS-REJ NOT = '00'
               MOVE WRK-FS-REJ TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: VENDREJ INDISPONIVEL - STATUS '
                   WRK-FS-REJ ' - ' WRK-MSG-ERRO-ENCONTRADA
                   ' - PROVA SEM REJEITADOS'
           ELSE
               PERFORM UNTIL WRK-FS-REJ = '10'
                   READ VENDREJ-ARQ
                       AT END
                           MOVE '10' TO WRK-FS-REJ
                       NOT AT END
                           IF REJ-TIPO = 'E'
                               ADD 1 TO WRK-REJ-QTD-ESTORNOS
                               ADD REJ-VALOR
                                   TO WRK-REJ-VALOR-ESTORNOS
                           ELSE
                               ADD 1 TO WRK-REJ-QTD-VENDAS
                               ADD REJ-VALOR TO WRK-REJ-VALOR-VENDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDREJ-ARQ
           END-IF.
           COMPUTE WRK-ACEITO-QTD =
               WRK-VND-QTD-VENDAS - WRK-REJ-QTD-VENDAS
               - WRK-VND-QTD-ESTORNOS + WRK-REJ-QTD-ESTORNOS.
           COMPUTE WRK-ACEITO-VALOR =
               WRK-VND-VALOR-VENDAS - WRK-REJ-VALOR-VENDAS
               - WRK-VND-VALOR-ESTORNOS + WRK-REJ-VALOR-ESTORNOS.
           COMPUTE WRK-ACEITAS-BRUTAS =
               WRK-VND-QTD-VENDAS - WRK-REJ-QTD-VENDAS
               + WRK-VND-QTD-ESTORNOS - WRK-REJ-QTD-ESTORNOS.
       0350-LER-REJEITADOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VENDHIST: O TABUADA ACRESCENTA UM REGISTRO POR       *
      * REGISTRO DO VENDTOT (NADA QUANDO NENHUMA TRANSACAO   *
      * FOI ACEITA), ENTAO OS ULTIMOS DO ARQUIVO SAO DESTE   *
      * FECHAMENTO. UMA PRIMEIRA PASSADA CONTA OS REGISTROS; *
      * A SEGUNDA SOMA OS ANTERIORES DOS MESMOS DIAS (PARA O *
      * TERMTOT E O TAXATOT) E CONFERE OS DESTE FECHAMENTO   *
      * REGISTRO A REGISTRO COM O VENDTOT.                   *
      *----------------------------------------------------*
       0400-LER-VENDHIST.
           IF WRK-ACEITAS-BRUTAS > ZEROS
               MOVE WRK-QTD-LOJAS TO WRK-QTD-VHIST-FECHAMENTO
           END-IF.
           OPEN INPUT VENDHIST-ARQ.
           IF WRK-FS-VHIST NOT = '00'
               IF WRK-QTD-VHIST-FECHAMENTO > ZEROS
                   MOVE WRK-FS-VHIST TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'VENDPROV: VENDHIST INDISPONIVEL - STATUS '
                       WRK-FS-VHIST ' - ' WRK-MSG-ERRO-ENCONTRADA
               END-IF
               GO TO 0400-LER-VENDHIST-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-VHIST = '10'
               READ VENDHIST-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-VHIST
                   NOT AT END
                       ADD 1 TO WRK-QTD-VHIST
               END-READ
           END-PERFORM.
           CLOSE VENDHIST-ARQ.
           IF WRK-QTD-VHIST < WRK-QTD-VHIST-FECHAMENTO
               MOVE WRK-DATA-CARIMBO TO WRK-AVI-DATA
               MOVE 'VENDHIST COM MENOS REGISTROS QUE O VENDTOT'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               MOVE WRK-QTD-VHIST TO WRK-QTD-VHIST-FECHAMENTO
           END-IF.
           COMPUTE WRK-INICIO-FECHAMENTO =
               WRK-QTD-VHIST - WRK-QTD-VHIST-FECHAMENTO + 1.
           OPEN INPUT VENDHIST-ARQ.
           PERFORM UNTIL WRK-FS-VHIST = '10'
               READ VENDHIST-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-VHIST
                   NOT AT END
                       PERFORM 0410-SOMAR-VENDHIST
                           THRU 0410-SOMAR-VENDHIST-EXIT
               END-READ
           END-PERFORM.
           CLOSE VENDHIST-ARQ.
       0400-LER-VENDHIST-EXIT.
           EXIT.

       0410-SOMAR-VENDHIST.
           ADD 1 TO WRK-QTD-VHIST-LIDOS.
           MOVE WRK-VH-DATA-FECHAMENTO TO WRK-DATA-VH.
           MOVE WRK-DATA-VH TO WRK-DATA-PROCURADA.
           PERFORM 0220-LOCALIZAR-DIA THRU 0220-LOCALIZAR-DIA-EXIT.
           IF WRK-QTD-VHIST-LIDOS < WRK-INICIO-FECHAMENTO
               IF WRK-DIA-ACHADO
                   ADD WRK-VH-QT TO WRK-DIA-VHA-QT(WRK-IDX-DIA)
                   ADD WRK-VH-ACUM TO WRK-DIA-VHA-ACUM(WRK-IDX-DIA)
                   ADD WRK-VH-IMPOSTO
                       TO WRK-DIA-VHA-IMPOSTO(WRK-IDX-DIA)
               END-IF
               GO TO 0410-SOMAR-VENDHIST-EXIT
           END-IF.
           IF WRK-DIA-ACHADO
               ADD WRK-VH-QT TO WRK-DIA-VHR-QT(WRK-IDX-DIA)
               ADD WRK-VH-ACUM TO WRK-DIA-VHR-ACUM(WRK-IDX-DIA)
               ADD WRK-VH-IMPOSTO TO WRK-DIA-VHR-IMPOSTO(WRK-IDX-DIA)
           END-IF.
           COMPUTE WRK-POSICAO-LOJA =
               WRK-QTD-VHIST-LIDOS - WRK-INICIO-FECHAMENTO + 1.
           SET WRK-IDX-LOJ TO WRK-POSICAO-LOJA.
           IF WRK-DATA-VH NOT = WRK-LOJ-DATA(WRK-IDX-LOJ)
               OR WRK-VH-LOJA NOT = WRK-LOJ-LOJA(WRK-IDX-LOJ)
               OR WRK-VH-ACUM NOT = WRK-LOJ-ACUM(WRK-IDX-LOJ)
               OR WRK-VH-QT NOT = WRK-LOJ-QT(WRK-IDX-LOJ)
               MOVE WRK-LOJ-DATA(WRK-IDX-LOJ) TO WRK-AVI-DATA
               MOVE SPACES TO WRK-AVI-TEXTO
               STRING 'LOJA ' WRK-LOJ-LOJA(WRK-IDX-LOJ)
                   ' - VENDHIST DIFERE DO VENDTOT (REGISTRO '
                   WRK-POSICAO-LOJA ')'
                   DELIMITED BY SIZE INTO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
       0410-SOMAR-VENDHIST-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TERMTOT: SUBTOTAL E QUANTIDADE POR TERMINAL DE TODOS *
      * OS FECHAMENTOS, SOMADOS NOS DIAS DO VENDTOT.         *
      *----------------------------------------------------*
       0450-LER-TERMTOT.
           OPEN INPUT TERMTOT-ARQ.
           IF WRK-FS-TTOT NOT = '00'
               MOVE WRK-FS-TTOT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: TERMTOT INDISPONIVEL - STATUS '
                   WRK-FS-TTOT ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0450-LER-TERMTOT-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TTOT = '10'
               READ TERMTOT-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-TTOT
                   NOT AT END
                       MOVE TTO-DATA-MOVTO TO WRK-DATA-PROCURADA
                       PERFORM 0220-LOCALIZAR-DIA
                           THRU 0220-LOCALIZAR-DIA-EXIT
                       IF WRK-DIA-ACHADO
                           ADD TTO-QT TO WRK-DIA-TTO-QT(WRK-IDX-DIA)
                           ADD TTO-SUBTOTAL
                               TO WRK-DIA-TTO-VALOR(WRK-IDX-DIA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERMTOT-ARQ.
       0450-LER-TERMTOT-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TAXATOT: IMPOSTO POR CLASSE FISCAL DE TODOS OS       *
      * FECHAMENTOS, SOMADO NOS DIAS DO VENDTOT.             *
      *----------------------------------------------------*
       0500-LER-TAXATOT.
           OPEN INPUT TAXATOT-ARQ.
           IF WRK-FS-TXT NOT = '00'
               MOVE WRK-FS-TXT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: TAXATOT INDISPONIVEL - STATUS '
                   WRK-FS-TXT ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0500-LER-TAXATOT-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TXT = '10'
               READ TAXATOT-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-TXT
                   NOT AT END
                       MOVE TXT-DATA-MOVTO TO WRK-DATA-PROCURADA
                       PERFORM 0220-LOCALIZAR-DIA
                           THRU 0220-LOCALIZAR-DIA-EXIT
                       IF WRK-DIA-ACHADO
                           ADD TXT-IMPOSTO
                               TO WRK-DIA-TXT-IMPOSTO(WRK-IDX-DIA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXATOT-ARQ.
       0500-LER-TAXATOT-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRODTOT E PRODLOJA SAO REGRAVADOS A CADA FECHAMENTO: *
      * O PRODTOT SOMA O TOTAL GERAL; O PRODLOJA, O TOTAL DE *
      * CADA DIA DE MOVIMENTO.                               *
      *----------------------------------------------------*
       0550-LER-PRODUTOS.
           OPEN INPUT PRODTOT-ARQ.
           IF WRK-FS-PRT NOT = '00'
               MOVE WRK-FS-PRT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: PRODTOT INDISPONIVEL - STATUS '
                   WRK-FS-PRT ' - ' WRK-MSG-ERRO-ENCONTRADA
           ELSE
               PERFORM UNTIL WRK-FS-PRT = '10'
                   READ PRODTOT-ARQ
                       AT END
                           MOVE '10' TO WRK-FS-PRT
                       NOT AT END
                           ADD PRT-QT TO WRK-PRT-QT
                           ADD PRT-VALOR TO WRK-PRT-VALOR
                   END-READ
               END-PERFORM
               CLOSE PRODTOT-ARQ
           END-IF.
           OPEN INPUT PRODLOJA-ARQ.
           IF WRK-FS-PLO NOT = '00'
               MOVE WRK-FS-PLO TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VENDPROV: PRODLOJA INDISPONIVEL - STATUS '
                   WRK-FS-PLO ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0550-LER-PRODUTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PLO = '10'
               READ PRODLOJA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-PLO
                   NOT AT END
                       MOVE PLO-DATA TO WRK-DATA-PROCURADA
                       PERFORM 0220-LOCALIZAR-DIA
                           THRU 0220-LOCALIZAR-DIA-EXIT
                       IF WRK-DIA-ACHADO
                           ADD PLO-QT TO WRK-DIA-PLO-QT(WRK-IDX-DIA)
                           ADD PLO-VALOR
                               TO WRK-DIA-PLO-VALOR(WRK-IDX-DIA)
                       ELSE
                           MOVE PLO-DATA TO WRK-AVI-DATA
                           MOVE SPACES TO WRK-AVI-TEXTO
                           STRING 'PRODLOJA DO PRODUTO ' PLO-PRODUTO
                               ' LOJA ' PLO-LOJA
                               ' EM DIA FORA DO VENDTOT'
                               DELIMITED BY SIZE INTO WRK-AVI-TEXTO
                           WRITE WRK-LINHA-RELATORIO
                               FROM WRK-LINHA-AVISO
                           ADD 1 TO WRK-QTD-DIVERGENCIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODLOJA-ARQ.
       0550-LER-PRODUTOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RELATORIO VPROVREL: UMA LINHA POR CONFERENCIA,       *
      * PRIMEIRO AS DO TOTAL GERAL E DEPOIS AS DE CADA DIA,  *
      * COM O RESUMO DA TRANSMISSAO E A SITUACAO FINAL.      *
      *----------------------------------------------------*
       0600-RELATORIO-PROVA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           SET WRK-COMPARA-QT TO TRUE.
           MOVE ZEROS TO WRK-CNF-DATA.
           MOVE 'TRAILER VENDAS' TO WRK-CNF-DESCRICAO.
           MOVE WRK-TRL-QTD TO WRK-CNF-CTL-QT.
           MOVE WRK-TRL-HASH TO WRK-CNF-CTL-VALOR.
           MOVE WRK-DET-QTD TO WRK-CNF-PRV-QT.
           MOVE WRK-DET-HASH TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           MOVE 'VENDAS ACEITAS' TO WRK-CNF-DESCRICAO.
           MOVE WRK-TOT-QT TO WRK-CNF-CTL-QT.
           MOVE WRK-TOT-ACUM TO WRK-CNF-CTL-VALOR.
           MOVE WRK-ACEITO-QTD TO WRK-CNF-PRV-QT.
           MOVE WRK-ACEITO-VALOR TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           MOVE 'PRODUTOS PRODTOT' TO WRK-CNF-DESCRICAO.
           MOVE WRK-PRT-QT TO WRK-CNF-PRV-QT.
           MOVE WRK-PRT-VALOR TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           PERFORM 0610-IMPRIMIR-DIA THRU 0610-IMPRIMIR-DIA-EXIT
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-QTD-DIAS.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'DETALHES - VENDAS' TO WRK-INF-TITULO.
           MOVE WRK-VND-QTD-VENDAS TO WRK-INF-QT.
           MOVE WRK-VND-VALOR-VENDAS TO WRK-INF-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-INFO.
           MOVE 'DETALHES - ESTORNOS' TO WRK-INF-TITULO.
           MOVE WRK-VND-QTD-ESTORNOS TO WRK-INF-QT.
           MOVE WRK-VND-VALOR-ESTORNOS TO WRK-INF-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-INFO.
           MOVE 'REJEITADAS - VENDAS' TO WRK-INF-TITULO.
           MOVE WRK-REJ-QTD-VENDAS TO WRK-INF-QT.
           MOVE WRK-REJ-VALOR-VENDAS TO WRK-INF-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-INFO.
           MOVE 'REJEITADAS - ESTORNOS' TO WRK-INF-TITULO.
           MOVE WRK-REJ-QTD-ESTORNOS TO WRK-INF-QT.
           MOVE WRK-REJ-VALOR-ESTORNOS TO WRK-INF-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-INFO.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'CONTROLE: VENDTOT (TRAILER NA PRIMEIRA LINHA). '
               TO WRK-LINHA-LEGENDA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LEGENDA.
           MOVE 'TERMTOT E TAXATOT: O DIA INTEIRO, COM FECHAMENTOS '
               TO WRK-LINHA-LEGENDA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LEGENDA.
           MOVE 'ANTERIORES DO MESMO DIA (VENDHIST).'
               TO WRK-LINHA-LEGENDA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LEGENDA.

           IF WRK-QTD-DIVERGENCIAS = ZEROS
               MOVE 'CONFERE' TO WRK-CTL-SITUACAO
           ELSE
               MOVE SPACES TO WRK-CTL-SITUACAO
               STRING 'NAO CONFERE - ' WRK-QTD-DIVERGENCIAS
                   ' DIVERGENCIA(S)'
                   DELIMITED BY SIZE INTO WRK-CTL-SITUACAO
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SITUACAO.
       0600-RELATORIO-PROVA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERENCIAS DE UM DIA DE MOVIMENTO. FORMAS DE       *
      * PAGAMENTO E IMPOSTO NAO TEM QUANTIDADE A CONFERIR.   *
      *----------------------------------------------------*
       0610-IMPRIMIR-DIA.
           MOVE WRK-DIA-DATA(WRK-IDX-DIA) TO WRK-CNF-DATA.
           MOVE WRK-DIA-QT(WRK-IDX-DIA) TO WRK-CNF-CTL-QT.
           MOVE WRK-DIA-ACUM(WRK-IDX-DIA) TO WRK-CNF-CTL-VALOR.

           SET WRK-SW-COMPARA-QT TO 'N'.
           MOVE 'FORMAS PAGAMENTO' TO WRK-CNF-DESCRICAO.
           MOVE ZEROS TO WRK-CNF-PRV-QT.
           MOVE WRK-DIA-FORMAS(WRK-IDX-DIA) TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           SET WRK-COMPARA-QT TO TRUE.
           MOVE 'PRODUTOS PRODLOJA' TO WRK-CNF-DESCRICAO.
           MOVE WRK-DIA-PLO-QT(WRK-IDX-DIA) TO WRK-CNF-PRV-QT.
           MOVE WRK-DIA-PLO-VALOR(WRK-IDX-DIA) TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           MOVE 'LOJAS VENDHIST' TO WRK-CNF-DESCRICAO.
           MOVE WRK-DIA-VHR-QT(WRK-IDX-DIA) TO WRK-CNF-PRV-QT.
           MOVE WRK-DIA-VHR-ACUM(WRK-IDX-DIA) TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           MOVE 'TERMINAIS TERMTOT' TO WRK-CNF-DESCRICAO.
           COMPUTE WRK-CNF-CTL-QT = WRK-DIA-QT(WRK-IDX-DIA)
               + WRK-DIA-VHA-QT(WRK-IDX-DIA).
           COMPUTE WRK-CNF-CTL-VALOR = WRK-DIA-ACUM(WRK-IDX-DIA)
               + WRK-DIA-VHA-ACUM(WRK-IDX-DIA).
           MOVE WRK-DIA-TTO-QT(WRK-IDX-DIA) TO WRK-CNF-PRV-QT.
           MOVE WRK-DIA-TTO-VALOR(WRK-IDX-DIA) TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.

           SET WRK-SW-COMPARA-QT TO 'N'.
           MOVE 'IMPOSTO TAXATOT' TO WRK-CNF-DESCRICAO.
           MOVE ZEROS TO WRK-CNF-CTL-QT.
           COMPUTE WRK-CNF-CTL-VALOR =
               WRK-DIA-VHR-IMPOSTO(WRK-IDX-DIA)
               + WRK-DIA-VHA-IMPOSTO(WRK-IDX-DIA).
           MOVE ZEROS TO WRK-CNF-PRV-QT.
           MOVE WRK-DIA-TXT-IMPOSTO(WRK-IDX-DIA) TO WRK-CNF-PRV-VALOR.
           PERFORM 0690-IMPRIMIR-CONFERENCIA
               THRU 0690-IMPRIMIR-CONFERENCIA-EXIT.
       0610-IMPRIMIR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME A CONFERENCIA PREPARADA EM WRK-CNF-*: CONTROLE*
      * CONTRA PROVA, NO VALOR E (QUANDO SE APLICA) NA        *
      * QUANTIDADE. DIFERENCA CONTA UMA DIVERGENCIA.          *
      *----------------------------------------------------*
       0690-IMPRIMIR-CONFERENCIA.
           MOVE WRK-CNF-DESCRICAO TO WRK-LCF-DESCRICAO.
           MOVE WRK-CNF-DATA TO WRK-LCF-DATA.
           MOVE WRK-CNF-CTL-VALOR TO WRK-LCF-CTL-VALOR.
           MOVE WRK-CNF-PRV-VALOR TO WRK-LCF-PRV-VALOR.
           IF WRK-COMPARA-QT
               MOVE WRK-CNF-CTL-QT TO WRK-LCF-CTL-QT
               MOVE WRK-CNF-PRV-QT TO WRK-LCF-PRV-QT
           ELSE
               MOVE SPACES TO WRK-LCF-CTL-QT-X
               MOVE SPACES TO WRK-LCF-PRV-QT-X
           END-IF.
           MOVE 'OK' TO WRK-LCF-SITUACAO.
           IF WRK-CNF-PRV-VALOR NOT = WRK-CNF-CTL-VALOR
               MOVE 'DIF' TO WRK-LCF-SITUACAO
           END-IF.
           IF WRK-COMPARA-QT
               AND WRK-CNF-PRV-QT NOT = WRK-CNF-CTL-QT
               MOVE 'DIF' TO WRK-LCF-SITUACAO
           END-IF.
           IF WRK-LCF-SITUACAO = 'DIF'
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               DISPLAY 'VENDPROV: ' WRK-CNF-DESCRICAO ' '
                   WRK-CNF-DATA ' NAO CONFERE - CONTROLE '
                   WRK-CNF-CTL-VALOR ' PROVA ' WRK-CNF-PRV-VALOR
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONFERENCIA.
       0690-IMPRIMIR-CONFERENCIA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE RELATORIO-ARQ
               DISPLAY 'VENDPROV: PROVA CRUZADA DE ' WRK-QTD-LOJAS
                   ' REGISTROS DO VENDTOT EM ' WRK-QTD-DIAS
                   ' DIA(S) - ' WRK-CTL-SITUACAO
               MOVE 'VENDPROV' TO WRK-LOG-PROGRAMA
               MOVE SPACES TO WRK-LOG-MENSAGEM
               IF WRK-QTD-DIVERGENCIAS = ZEROS
                   MOVE 'I' TO WRK-LOG-SEVERIDADE
                   MOVE 'PROVA CRUZADA DO FECHAMENTO CONFERE'
                       TO WRK-LOG-MENSAGEM
               ELSE
                   MOVE 'E' TO WRK-LOG-SEVERIDADE
                   STRING 'PROVA CRUZADA NAO CONFERE - '
                       WRK-QTD-DIVERGENCIAS
                       ' DIVERGENCIAS - VER VPROVREL'
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                   DISPLAY 'VENDPROV: TOTAIS DO FECHAMENTO NAO '
                       'CONFEREM - VER VPROVREL'
               END-IF
               CALL 'RUNLOG' USING WRK-LOG-AREA
               IF WRK-QTD-DIVERGENCIAS NOT = ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'VENDPROV: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

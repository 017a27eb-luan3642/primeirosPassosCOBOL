       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLVENDAS.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CONTABILIZACAO DO FECHAMENTO DE VENDAS. LE OS
      * TOTAIS POR DIA E LOJA GRAVADOS PELO FECHAMENTO (VENDTOT)
      * E GERA, POR LOJA, A PARTIDA DOBRADA DA VENDA: DEBITO EM
      * CAIXA (DINHEIRO), CARTOES A RECEBER (DEBITO E CREDITO),
      * CLIENTES A RECEBER (A PRAZO) E PASSIVO DE VALES-TROCA
      * (VALE RESGATADO), CONTRA CREDITO NA RECEITA DE VENDAS
      * PELO TOTAL DA LOJA. OS JUROS DO CREDIARIO PARCELADO
      * (DIFERENCA ENTRE O FINANCIADO NO CRABERTO E O A PRAZO
      * DO VENDTOT NOS MESMOS DIAS) VAO A DEBITO DE CLIENTES E
      * CREDITO DE RECEITA DE JUROS. AS EMISSOES E EXPIRACOES DE
      * VALES DO DIARIO VALEDIA (VER VALEDREG.COB) AINDA NAO
      * CONTABILIZADAS SAO LANCADAS NO PASSIVO DE VALES: A
      * EMISSAO CONTRA A CONTA DA SUA ORIGEM, A EXPIRACAO
      * (VALEVENC) BAIXANDO O PASSIVO PARA A RECEITA.
      * CADA CHAVE E TRADUZIDA NA CONTA PELO CARTAO DE
      * MAPEAMENTO GLVMAP (LOJA + CHAVE + CONTA; LOJA 00 VALE
      * PARA TODAS): CAIXA, CARTAODEB, CARTAOCRD, CLIENTES,
      * VALES, RECEITA, JUROS, VALEVENC E AS ORIGENS DE
      * EMISSAO DE VALE (FIDELIDADE, BAIXA SUSP...). CHAVE SEM
      * MAPA CAI NA CONTA TRANSITORIA COM AVISO, COMO NO
      * GLPOST. OS LANCAMENTOS SAO ACRESCENTADOS AO GLFILE (COMO
      * OS DO TAXAREL/GLFOLHA) E O RELATORIO DE CONTROLE
      * (GLVREL) LISTA CADA LANCAMENTO E PROVA DEBITOS =
      * CREDITOS ANTES DO ARQUIVO SEGUIR PARA A CONTABILIDADE -
      * ACABA COM A DIGITACAO DO FECHAMENTO A PARTIR DO RELCONS.
      * O CONTROLE GLVPCTRL GUARDA O CARIMBO DO ULTIMO VENDTOT
      * CONTABILIZADO, A QUANTIDADE DE REGISTROS DO VALEDIA JA
      * LANCADOS E O MAIOR DIA DE MOVIMENTO JA POSTADO; NADA E
      * LANCADO DUAS VEZES. VENDTOT REPROCESSADO NO MESMO DIA
      * (MESMO CARIMBO) E DIA DE MOVIMENTO JA POSTADO QUE VOLTA
      * NUM FECHAMENTO POSTERIOR FICAM PARA AJUSTE MANUAL
      * (AVISO NO RELATORIO), COMO NO TAXAREL.
      * RODA LOGO APOS O FECHAMENTO DE CAIXA, ANTES DA
      * CONSOLIDACAO DO CRABERTO PELO CRRECEB.
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

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT VALEDIA-ARQ ASSIGN TO 'VALEDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VDI.

           SELECT GLVMAP-ARQ ASSIGN TO 'GLVMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAP.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT CONTROLE-ARQ ASSIGN TO 'GLVPCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GVC.

           SELECT RELATORIO-ARQ ASSIGN TO 'GLVREL'
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

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  VALEDIA-ARQ.
           COPY 'VALEDREG.COB'.

       FD  GLVMAP-ARQ.
       01  WRK-REG-GLVMAP.
           05  MAP-LOJA                PIC 9(02).
           05  MAP-CHAVE               PIC X(10).
           05  MAP-CONTA               PIC 9(08).

       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
           05  GLF-CONTA               PIC 9(08).
           05  GLF-VALOR               PIC 9(09)V99.
           05  GLF-DATA                PIC 9(08).
           05  GLF-ORIGEM              PIC X(10).

      *    CONTROLE DO QUE JA FOI CONTABILIZADO: CARIMBO (DATA DE
      *    PROCESSAMENTO) DO ULTIMO VENDTOT POSTADO, QUANTIDADE DE
      *    REGISTROS DO VALEDIA JA LANCADOS (O DIARIO SO CRESCE)
      *    E O MAIOR DIA DE MOVIMENTO JA POSTADO.
       FD  CONTROLE-ARQ.
       01  WRK-REG-CONTROLE.
           05  GVC-DATA-PROC           PIC 9(08).
           05  GVC-QTD-VALEDIA         PIC 9(08).
           05  GVC-MAIOR-MOVTO         PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-TOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VDI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MAP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GVC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    CONTA TRANSITORIA PARA CHAVE SEM MAPEAMENTO (A MESMA
      *    DO GLPOST).
       77  WRK-CONTA-TRANSITORIA        PIC 9(08) VALUE 99999999.

      *    CONTROLE LIDO NA ENTRADA (ZERADO NA PRIMEIRA EXECUCAO)
      *    E OS VALORES QUE SERAO REGRAVADOS NO FIM.
       77  WRK-DATA-PROC-POSTADA        PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VALEDIA-POSTADA      PIC 9(08) VALUE ZEROS.
       77  WRK-MAIOR-MOVTO-POSTADO      PIC 9(08) VALUE ZEROS.
       77  WRK-NOVA-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77  WRK-NOVO-MAIOR-MOVTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VALEDIA-LIDOS        PIC 9(08) VALUE ZEROS.

       77  WRK-QTD-MAPAS                PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-MAPAS.
           05  WRK-MAPA OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-MAPAS
                   INDEXED BY WRK-IDX-MAPA.
               10  WRK-MAPA-LOJA         PIC 9(02).
               10  WRK-MAPA-CHAVE        PIC X(10).
               10  WRK-MAPA-CONTA        PIC 9(08).

      *    DIAS DE MOVIMENTO CONTABILIZADOS NESTA EXECUCAO, COM O
      *    A PRAZO DO VENDTOT E O FINANCIADO DO CRABERTO (VENDAS
      *    'A' MENOS ESTORNOS 'E') DE CADA UM - A DIFERENCA SAO
      *    OS JUROS DO PARCELAMENTO.
       77  WRK-QTD-DIAS                 PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DIAS.
           05  WRK-DIA OCCURS 1 TO 60 TIMES
                   DEPENDING ON WRK-QTD-DIAS
                   INDEXED BY WRK-IDX-DIA.
               10  WRK-DIA-DATA          PIC 9(08).
               10  WRK-DIA-FIADO         PIC 9(09)V99.
               10  WRK-DIA-FINANCIADO    PIC S9(09)V99.
               10  WRK-DIA-SW-CONFERIR   PIC X(01).
                   88  WRK-DIA-A-CONFERIR            VALUE 'S'.

      *    EMISSOES E EXPIRACOES DO VALEDIA AGRUPADAS POR TIPO,
      *    ORIGEM E DATA (UM PAR DE LANCAMENTOS POR GRUPO, NAO
      *    POR VALE).
       77  WRK-QTD-GRUPOS-VALE          PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRUPOS-VALE.
           05  WRK-GVL OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-QTD-GRUPOS-VALE
                   INDEXED BY WRK-IDX-GVL.
               10  WRK-GVL-TIPO          PIC X(01).
               10  WRK-GVL-ORIGEM        PIC X(10).
               10  WRK-GVL-DATA          PIC 9(08).
               10  WRK-GVL-VALOR         PIC 9(09)V99.

      *    PARAMETROS DO LANCAMENTO A GRAVAR (0500).
       77  WRK-LCT-TIPO                 PIC X(01) VALUE SPACES.
       77  WRK-LCT-LOJA                 PIC 9(02) VALUE ZEROS.
       77  WRK-LCT-CHAVE                PIC X(10) VALUE SPACES.
       77  WRK-LCT-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LCT-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-LCT-ORIGEM               PIC X(10) VALUE SPACES.
       77  WRK-CONTA-ENCONTRADA         PIC 9(08) VALUE ZEROS.
       77  WRK-SW-TRANSITORIA           PIC X(01) VALUE 'N'.
           88  WRK-CAIU-TRANSITORIA               VALUE 'S'.

       01  WRK-ORIGEM-LOJA.
           05  FILLER                   PIC X(08) VALUE 'VENDASLJ'.
           05  WRK-ORL-LOJA             PIC 9(02).

       77  WRK-DEBITOS-LOJA             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DIFERENCA                PIC S9(10)V99 VALUE ZEROS.
       77  WRK-JUROS                    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ABSOLUTO           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-LOJAS-POSTADAS       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-LOJAS-JA-POSTADAS    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-VALES-POSTADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TRANSITORIA          PIC 9(06) VALUE ZEROS.

       01  WRK-CAB-CONTROLE             PIC X(49) VALUE
           'CONTROLE DA CONTABILIZACAO DE VENDAS (GLFILE)'.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(02) VALUE 'T'.
           05  FILLER                   PIC X(10) VALUE 'CONTA'.
           05  FILLER                   PIC X(10) VALUE 'DATA'.
           05  FILLER                   PIC X(12) VALUE 'ORIGEM'.
           05  FILLER                   PIC X(12) VALUE 'CHAVE'.
           05  FILLER                   PIC X(14) VALUE
               '         VALOR'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-TIPO             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CONTA            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DATA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-ORIGEM           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-CHAVE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-AVISO            PIC X(11).

       01  WRK-LINHA-AVISO.
           05  FILLER                   PIC X(10) VALUE '*** AVISO '.
           05  WRK-AVI-DATA             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-AVI-TEXTO            PIC X(52).

       01  WRK-LINHA-TOTAL-CTL.
           05  WRK-CTL-TITULO           PIC X(22).
           05  WRK-CTL-VALOR            PIC ZZZZZZZZZZ9,99.

       01  WRK-LINHA-SITUACAO.
           05  FILLER                   PIC X(11) VALUE 'SITUACAO...'.
           05  WRK-CTL-SITUACAO         PIC X(20).

       01  WRK-LINHA-SEPARADOR          PIC X(60) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-CONTABILIZAR-LOJAS
                   THRU 0200-CONTABILIZAR-LOJAS-EXIT
               PERFORM 0300-CONTABILIZAR-JUROS
                   THRU 0300-CONTABILIZAR-JUROS-EXIT
               PERFORM 0400-CONTABILIZAR-VALES
                   THRU 0400-CONTABILIZAR-VALES-EXIT
               PERFORM 0600-RELATORIO-CONTROLE
                   THRU 0600-RELATORIO-CONTROLE-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT VENDTOT-ARQ.
           IF WRK-FS-TOT NOT = '00'
               MOVE WRK-FS-TOT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'GLVENDAS: ERRO AO ABRIR VENDTOT - STATUS '
                   WRK-FS-TOT ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0120-CARREGAR-MAPAS THRU 0120-CARREGAR-MAPAS-EXIT.
           PERFORM 0130-CARREGAR-CONTROLE
               THRU 0130-CARREGAR-CONTROLE-EXIT.
           OPEN EXTEND GLFILE-ARQ.
           IF WRK-FS-GLF NOT = '00'
               CLOSE GLFILE-ARQ
               OPEN OUTPUT GLFILE-ARQ
           END-IF.
           IF WRK-FS-GLF NOT = '00'
               MOVE WRK-FS-GLF TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'GLVENDAS: ERRO AO ABRIR GLFILE - STATUS '
                   WRK-FS-GLF ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE VENDTOT-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-CONTROLE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           MOVE WRK-DATA-PROC-POSTADA TO WRK-NOVA-DATA-PROC.
           MOVE WRK-MAIOR-MOVTO-POSTADO TO WRK-NOVO-MAIOR-MOVTO.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE O CARTAO DE MAPEAMENTO LOJA + CHAVE -> CONTA      *
      * CONTABIL. SEM O CARTAO, TUDO CAI NA CONTA            *
      * TRANSITORIA (COM AVISO NO CONTROLE).                 *
      *----------------------------------------------------*
       0120-CARREGAR-MAPAS.
           MOVE ZEROS TO WRK-QTD-MAPAS.
           OPEN INPUT GLVMAP-ARQ.
           IF WRK-FS-MAP NOT = '00'
               DISPLAY 'GLVENDAS: GLVMAP INDISPONIVEL - TODO '
                   'LANCAMENTO CAIRA NA CONTA TRANSITORIA'
               GO TO 0120-CARREGAR-MAPAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MAP = '10'
               READ GLVMAP-ARQ
                   AT END MOVE '10' TO WRK-FS-MAP
                   NOT AT END
                       IF WRK-QTD-MAPAS >= 200
                           DISPLAY 'GLVENDAS: GLVMAP TEM MAIS DE 200 '
                               'MAPEAMENTOS - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-MAPAS
                           SET WRK-IDX-MAPA TO WRK-QTD-MAPAS
                           MOVE MAP-LOJA TO
                               WRK-MAPA-LOJA(WRK-IDX-MAPA)
                           MOVE MAP-CHAVE TO
                               WRK-MAPA-CHAVE(WRK-IDX-MAPA)
                           MOVE MAP-CONTA TO
                               WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLVMAP-ARQ.
       0120-CARREGAR-MAPAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE O CONTROLE GLVPCTRL. SEM O CONTROLE (PRIMEIRA     *
      * EXECUCAO), NADA FOI CONTABILIZADO AINDA.             *
      *----------------------------------------------------*
       0130-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-ARQ.
           IF WRK-FS-GVC = '00'
               READ CONTROLE-ARQ
                   NOT AT END
                       MOVE GVC-DATA-PROC TO WRK-DATA-PROC-POSTADA
                       MOVE GVC-QTD-VALEDIA
                           TO WRK-QTD-VALEDIA-POSTADA
                       MOVE GVC-MAIOR-MOVTO
                           TO WRK-MAIOR-MOVTO-POSTADO
               END-READ
               CLOSE CONTROLE-ARQ
           END-IF.
       0130-CARREGAR-CONTROLE-EXIT.
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
      * VARRE O VENDTOT E CONTABILIZA CADA DIA + LOJA DE UM  *
      * FECHAMENTO AINDA NAO POSTADO (CARIMBO ALEM DO        *
      * CONTROLE). CARIMBO JA POSTADO E SO CONTADO.          *
      *----------------------------------------------------*
       0200-CONTABILIZAR-LOJAS.
           PERFORM UNTIL WRK-FS-TOT = '10'
               READ VENDTOT-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-TOT
                   NOT AT END
                       IF TOT-DATA-PROC > WRK-DATA-PROC-POSTADA
                           PERFORM 0210-LANCAR-LOJA
                               THRU 0210-LANCAR-LOJA-EXIT
                       ELSE
                           ADD 1 TO WRK-QTD-LOJAS-JA-POSTADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDTOT-ARQ.
           IF WRK-QTD-LOJAS-JA-POSTADAS > ZEROS
               MOVE WRK-DATA-PROC-POSTADA TO WRK-AVI-DATA
               MOVE 'VENDTOT JA CONTABILIZADO - REPROCESSO E MANUAL'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               DISPLAY 'GLVENDAS: ' WRK-QTD-LOJAS-JA-POSTADAS
                   ' REGISTROS DO VENDTOT JA CONTABILIZADOS (CARIMBO '
                   WRK-DATA-PROC-POSTADA ') - NAO LANCADOS'
           END-IF.
       0200-CONTABILIZAR-LOJAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARTIDA DOBRADA DE UM DIA + LOJA: DEBITO POR FORMA   *
      * DE PAGAMENTO, CREDITO DA RECEITA PELO TOTAL. SE AS   *
      * FORMAS NAO FECHAREM COM O TOTAL, A DIFERENCA VAI     *
      * PARA A CONTA TRANSITORIA (COM AVISO), PARA O         *
      * ARQUIVO SAIR SEMPRE BALANCEADO.                      *
      *----------------------------------------------------*
       0210-LANCAR-LOJA.
           ADD 1 TO WRK-QTD-LOJAS-POSTADAS.
           IF TOT-DATA-PROC > WRK-NOVA-DATA-PROC
               MOVE TOT-DATA-PROC TO WRK-NOVA-DATA-PROC
           END-IF.
           PERFORM 0220-REGISTRAR-DIA THRU 0220-REGISTRAR-DIA-EXIT.
           MOVE TOT-LOJA TO WRK-ORL-LOJA.
           MOVE TOT-LOJA TO WRK-LCT-LOJA.
           MOVE TOT-DATA-MOVTO TO WRK-LCT-DATA.
           MOVE WRK-ORIGEM-LOJA TO WRK-LCT-ORIGEM.

           MOVE 'D' TO WRK-LCT-TIPO.
           MOVE 'CAIXA' TO WRK-LCT-CHAVE.
           MOVE TOT-DINHEIRO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           MOVE 'CARTAODEB' TO WRK-LCT-CHAVE.
           MOVE TOT-DEBITO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           MOVE 'CARTAOCRD' TO WRK-LCT-CHAVE.
           MOVE TOT-CREDITO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           MOVE 'CLIENTES' TO WRK-LCT-CHAVE.
           MOVE TOT-FIADO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           MOVE 'VALES' TO WRK-LCT-CHAVE.
           MOVE TOT-VALE TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.

           MOVE 'C' TO WRK-LCT-TIPO.
           MOVE 'RECEITA' TO WRK-LCT-CHAVE.
           MOVE TOT-ACUM TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.

           COMPUTE WRK-DEBITOS-LOJA = TOT-DINHEIRO + TOT-DEBITO
               + TOT-CREDITO + TOT-FIADO + TOT-VALE.
           COMPUTE WRK-DIFERENCA = WRK-DEBITOS-LOJA - TOT-ACUM.
           IF WRK-DIFERENCA = ZEROS
               GO TO 0210-LANCAR-LOJA-EXIT
           END-IF.
           IF WRK-DIFERENCA > ZEROS
               MOVE 'C' TO WRK-LCT-TIPO
               MOVE WRK-DIFERENCA TO WRK-LCT-VALOR
           ELSE
               MOVE 'D' TO WRK-LCT-TIPO
               COMPUTE WRK-LCT-VALOR = WRK-DIFERENCA * -1
           END-IF.
           MOVE 'DIFERENCA' TO WRK-LCT-CHAVE.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           MOVE TOT-DATA-MOVTO TO WRK-AVI-DATA.
           MOVE SPACES TO WRK-AVI-TEXTO.
           STRING 'LOJA ' TOT-LOJA ' - FORMAS DE PAGAMENTO NAO '
               'FECHAM COM O TOTAL'
               DELIMITED BY SIZE INTO WRK-AVI-TEXTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO.
           DISPLAY 'GLVENDAS: LOJA ' TOT-LOJA ' DIA ' TOT-DATA-MOVTO
               ' - FORMAS DE PAGAMENTO NAO FECHAM COM O TOTAL - '
               'DIFERENCA NA CONTA TRANSITORIA'.
       0210-LANCAR-LOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA O DIA DE MOVIMENTO E SOMA O A PRAZO DA LOJA,  *
      * PARA O CALCULO DOS JUROS DO CREDIARIO. DIA QUE JA    *
      * TINHA SIDO POSTADO EM FECHAMENTO ANTERIOR FICA       *
      * MARCADO: O CRABERTO DELE MISTURA VENDAS JA LANCADAS. *
      *----------------------------------------------------*
       0220-REGISTRAR-DIA.
           SET WRK-IDX-DIA TO 1.
           SEARCH WRK-DIA
               AT END
                   IF WRK-QTD-DIAS >= 60
                       DISPLAY 'GLVENDAS: MAIS DE 60 DIAS DE '
                           'MOVIMENTO - JUROS DO DIA '
                           TOT-DATA-MOVTO ' NAO CALCULADOS'
                       GO TO 0220-REGISTRAR-DIA-EXIT
                   END-IF
                   ADD 1 TO WRK-QTD-DIAS
                   SET WRK-IDX-DIA TO WRK-QTD-DIAS
                   MOVE TOT-DATA-MOVTO TO WRK-DIA-DATA(WRK-IDX-DIA)
                   MOVE ZEROS TO WRK-DIA-FIADO(WRK-IDX-DIA)
                   MOVE ZEROS TO WRK-DIA-FINANCIADO(WRK-IDX-DIA)
                   MOVE 'N' TO WRK-DIA-SW-CONFERIR(WRK-IDX-DIA)
                   IF TOT-DATA-MOVTO NOT > WRK-MAIOR-MOVTO-POSTADO
                       SET WRK-DIA-A-CONFERIR(WRK-IDX-DIA) TO TRUE
                   END-IF
               WHEN WRK-DIA-DATA(WRK-IDX-DIA) = TOT-DATA-MOVTO
                   CONTINUE
           END-SEARCH.
           ADD TOT-FIADO TO WRK-DIA-FIADO(WRK-IDX-DIA).
           IF TOT-DATA-MOVTO > WRK-NOVO-MAIOR-MOVTO
               MOVE TOT-DATA-MOVTO TO WRK-NOVO-MAIOR-MOVTO
           END-IF.
       0220-REGISTRAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * JUROS DO CREDIARIO PARCELADO: SOMA O FINANCIADO DO   *
      * CRABERTO (VENDAS 'A' MENOS ESTORNOS 'E') DOS DIAS    *
      * CONTABILIZADOS E LANCA, POR DIA, A DIFERENCA PARA O  *
      * A PRAZO DO VENDTOT (QUE E SO O PRINCIPAL). SEM       *
      * CRABERTO, NAO HA JUROS A LANCAR.                     *
      *----------------------------------------------------*
       0300-CONTABILIZAR-JUROS.
           IF WRK-QTD-DIAS = ZEROS
               GO TO 0300-CONTABILIZAR-JUROS-EXIT
           END-IF.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               DISPLAY 'GLVENDAS: CRABERTO INDISPONIVEL - JUROS DO '
                   'CREDIARIO NAO CONTABILIZADOS'
               GO TO 0300-CONTABILIZAR-JUROS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CRA = '10'
               READ CRABERTO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-CRA
                   NOT AT END
                       PERFORM 0310-SOMAR-FINANCIADO
                           THRU 0310-SOMAR-FINANCIADO-EXIT
               END-READ
           END-PERFORM.
           CLOSE CRABERTO-ARQ.
           PERFORM 0320-LANCAR-JUROS-DIA
               THRU 0320-LANCAR-JUROS-DIA-EXIT
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-QTD-DIAS.
       0300-CONTABILIZAR-JUROS-EXIT.
           EXIT.

       0310-SOMAR-FINANCIADO.
           SET WRK-IDX-DIA TO 1.
           SEARCH WRK-DIA
               AT END
                   GO TO 0310-SOMAR-FINANCIADO-EXIT
               WHEN WRK-DIA-DATA(WRK-IDX-DIA) = WRK-CRA-DATA
                   CONTINUE
           END-SEARCH.
           IF WRK-CRA-EM-ABERTO
               ADD WRK-CRA-VALOR TO WRK-DIA-FINANCIADO(WRK-IDX-DIA)
           END-IF.
           IF WRK-CRA-ESTORNADO
               SUBTRACT WRK-CRA-VALOR
                   FROM WRK-DIA-FINANCIADO(WRK-IDX-DIA)
           END-IF.
       0310-SOMAR-FINANCIADO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * JUROS POSITIVOS: DEBITO EM CLIENTES, CREDITO EM      *
      * JUROS. NEGATIVOS (ESTORNO DE VENDA PARCELADA DE DIA  *
      * ANTERIOR): O INVERSO. EMPRESA INTEIRA (LOJA 00) - O  *
      * CRABERTO NAO TEM LOJA.                               *
      *----------------------------------------------------*
       0320-LANCAR-JUROS-DIA.
           COMPUTE WRK-JUROS = WRK-DIA-FINANCIADO(WRK-IDX-DIA)
               - WRK-DIA-FIADO(WRK-IDX-DIA).
           IF WRK-JUROS = ZEROS
               GO TO 0320-LANCAR-JUROS-DIA-EXIT
           END-IF.
           IF WRK-DIA-A-CONFERIR(WRK-IDX-DIA)
               MOVE WRK-DIA-DATA(WRK-IDX-DIA) TO WRK-AVI-DATA
               MOVE 'DIA JA POSTADO - JUROS DO CREDIARIO A CONFERIR'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               DISPLAY 'GLVENDAS: DIA ' WRK-DIA-DATA(WRK-IDX-DIA)
                   ' JA POSTADO EM FECHAMENTO ANTERIOR - JUROS DO '
                   'CREDIARIO NAO LANCADOS, AJUSTAR MANUALMENTE'
               GO TO 0320-LANCAR-JUROS-DIA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-LCT-LOJA.
           MOVE WRK-DIA-DATA(WRK-IDX-DIA) TO WRK-LCT-DATA.
           MOVE 'CREDIARIO' TO WRK-LCT-ORIGEM.
           IF WRK-JUROS > ZEROS
               MOVE WRK-JUROS TO WRK-VALOR-ABSOLUTO
               MOVE 'D' TO WRK-LCT-TIPO
           ELSE
               COMPUTE WRK-VALOR-ABSOLUTO = WRK-JUROS * -1
               MOVE 'C' TO WRK-LCT-TIPO
           END-IF.
           MOVE 'CLIENTES' TO WRK-LCT-CHAVE.
           MOVE WRK-VALOR-ABSOLUTO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
           IF WRK-LCT-TIPO = 'D'
               MOVE 'C' TO WRK-LCT-TIPO
           ELSE
               MOVE 'D' TO WRK-LCT-TIPO
           END-IF.
           MOVE 'JUROS' TO WRK-LCT-CHAVE.
           MOVE WRK-VALOR-ABSOLUTO TO WRK-LCT-VALOR.
           PERFORM 0500-GRAVAR-LANCAMENTO
               THRU 0500-GRAVAR-LANCAMENTO-EXIT.
       0320-LANCAR-JUROS-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALES: PULA OS REGISTROS DO VALEDIA JA CONTABILIZADOS *
      * (O DIARIO SO CRESCE), AGRUPA OS NOVOS POR TIPO,      *
      * ORIGEM E DATA E LANCA CADA GRUPO. VALEDIA MENOR QUE  *
      * O CONTROLE (DIARIO RECRIADO) NAO E LANCADO: AVISO E  *
      * O CONTROLE ACOMPANHA O TAMANHO ATUAL.                *
      *----------------------------------------------------*
       0400-CONTABILIZAR-VALES.
           OPEN INPUT VALEDIA-ARQ.
           IF WRK-FS-VDI NOT = '00'
               GO TO 0400-CONTABILIZAR-VALES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-VDI = '10'
               READ VALEDIA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-VDI
                   NOT AT END
                       ADD 1 TO WRK-QTD-VALEDIA-LIDOS
                       IF WRK-QTD-VALEDIA-LIDOS
                               > WRK-QTD-VALEDIA-POSTADA
                           PERFORM 0410-AGRUPAR-VALE
                               THRU 0410-AGRUPAR-VALE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEDIA-ARQ.
           IF WRK-QTD-VALEDIA-LIDOS < WRK-QTD-VALEDIA-POSTADA
               MOVE WRK-DATA-SISTEMA TO WRK-AVI-DATA
               MOVE 'VALEDIA MENOR QUE O CONTROLE - CONFERIR DIARIO'
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO
               DISPLAY 'GLVENDAS: VALEDIA COM ' WRK-QTD-VALEDIA-LIDOS
                   ' REGISTROS, CONTROLE COM '
                   WRK-QTD-VALEDIA-POSTADA ' - CONFERIR O DIARIO'
           END-IF.
           PERFORM 0420-LANCAR-GRUPO-VALE
               THRU 0420-LANCAR-GRUPO-VALE-EXIT
               VARYING WRK-IDX-GVL FROM 1 BY 1
               UNTIL WRK-IDX-GVL > WRK-QTD-GRUPOS-VALE.
       0400-CONTABILIZAR-VALES-EXIT.
           EXIT.

       0410-AGRUPAR-VALE.
           ADD 1 TO WRK-QTD-VALES-POSTADOS.
           SET WRK-IDX-GVL TO 1.
           SEARCH WRK-GVL
               AT END
                   IF WRK-QTD-GRUPOS-VALE >= 100
                       DISPLAY 'GLVENDAS: MAIS DE 100 GRUPOS DE '
                           'VALES - VALE ' WRK-VDI-NUMERO
                           ' FORA DOS LANCAMENTOS'
                       GO TO 0410-AGRUPAR-VALE-EXIT
                   END-IF
                   ADD 1 TO WRK-QTD-GRUPOS-VALE
                   SET WRK-IDX-GVL TO WRK-QTD-GRUPOS-VALE
                   MOVE WRK-VDI-TIPO TO WRK-GVL-TIPO(WRK-IDX-GVL)
                   MOVE WRK-VDI-ORIGEM TO WRK-GVL-ORIGEM(WRK-IDX-GVL)
                   MOVE WRK-VDI-DATA TO WRK-GVL-DATA(WRK-IDX-GVL)
                   MOVE ZEROS TO WRK-GVL-VALOR(WRK-IDX-GVL)
               WHEN WRK-GVL-TIPO(WRK-IDX-GVL) = WRK-VDI-TIPO
                   AND WRK-GVL-ORIGEM(WRK-IDX-GVL) = WRK-VDI-ORIGEM
                   AND WRK-GVL-DATA(WRK-IDX-GVL) = WRK-VDI-DATA
                   CONTINUE
           END-SEARCH.
           ADD WRK-VDI-VALOR TO WRK-GVL-VALOR(WRK-IDX-GVL).
       0410-AGRUPAR-VALE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EMISSAO: DEBITO NA CONTA DA ORIGEM (DESPESA DE       *
      * FIDELIDADE, SUSPENSO BAIXADO...), CREDITO NO PASSIVO *
      * DE VALES. EXPIRACAO: DEBITO NO PASSIVO, CREDITO NA   *
      * CONTA MAPEADA PARA VALEVENC (RECEITA).               *
      *----------------------------------------------------*
       0420-LANCAR-GRUPO-VALE.
           MOVE ZEROS TO WRK-LCT-LOJA.
           MOVE WRK-GVL-DATA(WRK-IDX-GVL) TO WRK-LCT-DATA.
           MOVE 'VALETROCA' TO WRK-LCT-ORIGEM.
           MOVE WRK-GVL-VALOR(WRK-IDX-GVL) TO WRK-LCT-VALOR.
           IF WRK-GVL-TIPO(WRK-IDX-GVL) = 'X'
               MOVE 'D' TO WRK-LCT-TIPO
               MOVE 'VALES' TO WRK-LCT-CHAVE
               PERFORM 0500-GRAVAR-LANCAMENTO
                   THRU 0500-GRAVAR-LANCAMENTO-EXIT
               MOVE 'C' TO WRK-LCT-TIPO
               MOVE WRK-GVL-ORIGEM(WRK-IDX-GVL) TO WRK-LCT-CHAVE
               PERFORM 0500-GRAVAR-LANCAMENTO
                   THRU 0500-GRAVAR-LANCAMENTO-EXIT
           ELSE
               MOVE 'D' TO WRK-LCT-TIPO
               MOVE WRK-GVL-ORIGEM(WRK-IDX-GVL) TO WRK-LCT-CHAVE
               PERFORM 0500-GRAVAR-LANCAMENTO
                   THRU 0500-GRAVAR-LANCAMENTO-EXIT
               MOVE 'C' TO WRK-LCT-TIPO
               MOVE 'VALES' TO WRK-LCT-CHAVE
               PERFORM 0500-GRAVAR-LANCAMENTO
                   THRU 0500-GRAVAR-LANCAMENTO-EXIT
           END-IF.
       0420-LANCAR-GRUPO-VALE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA UM LANCAMENTO (PARAMETROS WRK-LCT-...) NO      *
      * GLFILE E NA LISTAGEM DE CONTROLE, SOMANDO NO TOTAL   *
      * DE DEBITOS OU DE CREDITOS. VALOR ZERO NAO E LANCADO. *
      *----------------------------------------------------*
       0500-GRAVAR-LANCAMENTO.
           IF WRK-LCT-VALOR = ZEROS
               GO TO 0500-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           PERFORM 0520-LOCALIZAR-CONTA
               THRU 0520-LOCALIZAR-CONTA-EXIT.
           MOVE WRK-LCT-TIPO TO GLF-TIPO.
           MOVE WRK-CONTA-ENCONTRADA TO GLF-CONTA.
           MOVE WRK-LCT-VALOR TO GLF-VALOR.
           MOVE WRK-LCT-DATA TO GLF-DATA.
           MOVE WRK-LCT-ORIGEM TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           IF WRK-LCT-TIPO = 'D'
               ADD WRK-LCT-VALOR TO WRK-TOTAL-DEBITOS
           ELSE
               ADD WRK-LCT-VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
           MOVE WRK-LCT-TIPO TO WRK-DET-TIPO.
           MOVE WRK-CONTA-ENCONTRADA TO WRK-DET-CONTA.
           MOVE WRK-LCT-DATA TO WRK-DET-DATA.
           MOVE WRK-LCT-ORIGEM TO WRK-DET-ORIGEM.
           MOVE WRK-LCT-CHAVE TO WRK-DET-CHAVE.
           MOVE WRK-LCT-VALOR TO WRK-DET-VALOR.
           MOVE SPACES TO WRK-DET-AVISO.
           IF WRK-CAIU-TRANSITORIA
               MOVE 'TRANSITORIA' TO WRK-DET-AVISO
               ADD 1 TO WRK-QTD-TRANSITORIA
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0500-GRAVAR-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TRADUZ LOJA + CHAVE NA CONTA: PRIMEIRO O MAPA DA     *
      * PROPRIA LOJA, DEPOIS O DA LOJA 00 (TODAS). SEM MAPA, *
      * CONTA TRANSITORIA COM AVISO PARA A CONTABILIDADE     *
      * RECLASSIFICAR. A DIFERENCA DE FORMAS DE PAGAMENTO    *
      * VAI SEMPRE PARA A TRANSITORIA.                       *
      *----------------------------------------------------*
       0520-LOCALIZAR-CONTA.
           MOVE WRK-CONTA-TRANSITORIA TO WRK-CONTA-ENCONTRADA.
           MOVE 'N' TO WRK-SW-TRANSITORIA.
           IF WRK-LCT-CHAVE = 'DIFERENCA'
               SET WRK-CAIU-TRANSITORIA TO TRUE
               GO TO 0520-LOCALIZAR-CONTA-EXIT
           END-IF.
           IF WRK-QTD-MAPAS = ZEROS
               SET WRK-CAIU-TRANSITORIA TO TRUE
               GO TO 0520-LOCALIZAR-CONTA-EXIT
           END-IF.
           SET WRK-IDX-MAPA TO 1.
           SEARCH WRK-MAPA
               AT END
                   CONTINUE
               WHEN WRK-MAPA-LOJA(WRK-IDX-MAPA) = WRK-LCT-LOJA
                   AND WRK-MAPA-CHAVE(WRK-IDX-MAPA) = WRK-LCT-CHAVE
                   MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       TO WRK-CONTA-ENCONTRADA
                   GO TO 0520-LOCALIZAR-CONTA-EXIT
           END-SEARCH.
           SET WRK-IDX-MAPA TO 1.
           SEARCH WRK-MAPA
               AT END
                   SET WRK-CAIU-TRANSITORIA TO TRUE
                   DISPLAY 'GLVENDAS: LOJA ' WRK-LCT-LOJA ' CHAVE '
                       WRK-LCT-CHAVE ' SEM CONTA MAPEADA - '
                       'USANDO CONTA TRANSITORIA'
               WHEN WRK-MAPA-LOJA(WRK-IDX-MAPA) = ZEROS
                   AND WRK-MAPA-CHAVE(WRK-IDX-MAPA) = WRK-LCT-CHAVE
                   MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       TO WRK-CONTA-ENCONTRADA
           END-SEARCH.
       0520-LOCALIZAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FECHO DO RELATORIO DE CONTROLE: TOTAL DE DEBITOS,    *
      * TOTAL DE CREDITOS E A PROVA DE QUE FECHAM. O         *
      * CONTROLE GLVPCTRL AVANCA DE QUALQUER FORMA (OS       *
      * LANCAMENTOS JA ESTAO NO GLFILE); NAO CONFERE DEVOLVE *
      * RETURN-CODE 8 PARA O ARQUIVO NAO SEGUIR SEM REVISAO. *
      *----------------------------------------------------*
       0600-RELATORIO-CONTROLE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'TOTAL DEBITOS.........' TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-DEBITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.

           MOVE 'TOTAL CREDITOS........' TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-CREDITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.

           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'CONFERE' TO WRK-CTL-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO WRK-CTL-SITUACAO
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SITUACAO.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY 'GLVENDAS: DEBITOS ' WRK-TOTAL-DEBITOS
                   ' DIFEREM DOS CREDITOS ' WRK-TOTAL-CREDITOS
                   ' - GLFILE RETIDO PARA CONFERENCIA'
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WRK-NOVA-DATA-PROC TO GVC-DATA-PROC.
           MOVE WRK-QTD-VALEDIA-LIDOS TO GVC-QTD-VALEDIA.
           MOVE WRK-NOVO-MAIOR-MOVTO TO GVC-MAIOR-MOVTO.
           OPEN OUTPUT CONTROLE-ARQ.
           WRITE WRK-REG-CONTROLE.
           CLOSE CONTROLE-ARQ.
       0600-RELATORIO-CONTROLE-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE GLFILE-ARQ
               CLOSE RELATORIO-ARQ
               DISPLAY 'GLVENDAS: ' WRK-QTD-LOJAS-POSTADAS
                   ' REGISTROS DE LOJA E ' WRK-QTD-VALES-POSTADOS
                   ' MOVIMENTOS DE VALE CONTABILIZADOS, '
                   WRK-QTD-LANCAMENTOS ' LANCAMENTOS - '
                   WRK-CTL-SITUACAO
               IF WRK-QTD-TRANSITORIA > ZEROS
                   DISPLAY 'GLVENDAS: ' WRK-QTD-TRANSITORIA
                       ' LANCAMENTOS NA CONTA TRANSITORIA - '
                       'RECLASSIFICAR'
               END-IF
           ELSE
               DISPLAY 'GLVENDAS: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

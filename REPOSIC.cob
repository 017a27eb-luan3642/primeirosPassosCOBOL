       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSIC.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: REPOSICAO AUTOMATICA DE ESTOQUE. RODA COMO
      * ETAPA DO FECHDIA LOGO APOS O ESTOQUE, EM DUAS PARTES:
      *   1) CASA AS ENTRADAS DE MERCADORIA DO DIA (ESTENTR)
      *      COM O PEDIDO DE COMPRA EM ABERTO DO PRODUTO
      *      (PEDCOMPR, VER PEDCREG.COB), ACUMULANDO O
      *      RECEBIDO: MENOS QUE O PEDIDO E ENTREGA PARCIAL (O
      *      PEDIDO CONTINUA EM ABERTO), TUDO ATENDE O PEDIDO,
      *      MAIS QUE O PEDIDO E ENTREGA EM EXCESSO, E ENTRADA
      *      DE PRODUTO SEM PEDIDO EM ABERTO E APONTADA;
      *   2) PARA CADA PRODUTO DO SALDO NOVO (ESTNOVO, GRAVADO
      *      PELO ESTOQUE) QUE ESTEJA NO PONTO DE REPOSICAO OU
      *      ABAIXO DELE (MESMO CRITERIO DO RELATORIO ESTREL) E
      *      QUE NAO TENHA PEDIDO EM ABERTO, GERA UM PEDIDO
      *      PARA O FORNECEDOR PREFERENCIAL (PRIMEIRO VINCULO
      *      ATIVO DO PRODFORN, VER PRODFREG.COB E FORNREG.COB).
      *      QUANTIDADE SUGERIDA: O QUE FALTA PARA O SALDO
      *      CHEGAR A DUAS VEZES O PONTO DE REPOSICAO,
      *      ARREDONDADO PARA CIMA EM MULTIPLOS DO LOTE MINIMO;
      *      DATA PREVISTA: HOJE MAIS O PRAZO DE ENTREGA.
      * OS PEDIDOS (OS JA EXISTENTES, ATUALIZADOS, E OS NOVOS)
      * SAEM NA GERACAO NOVA PEDCNEW, QUE SUBSTITUI O PEDCOMPR
      * (COMO O ESTNOVO DO ESTOQUE). O RELATORIO PEDCREL TRAZ AS
      * ENTRADAS DO DIA X PEDIDOS, OS PEDIDOS GERADOS COM O
      * ENDERECO ELETRONICO DO FORNECEDOR, OS PRODUTOS SEM
      * FORNECEDOR ATIVO E OS PEDIDOS EM ATRASO. EXCECAO E
      * AVISO NO CONSOLE E NO RUNLOG, NAO FALHA DA ETAPA;
      * PEDCOMPR AINDA INEXISTENTE E PRIMEIRO DIA SEM PEDIDOS.
      * SEM O ESTNOVO (ESTOQUE NAO RODOU) OU FALHA DE ABERTURA
      * DEVOLVE RETURN-CODE 8.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - LAYOUTS DO ESTENTR E DO ESTNOVO ACOMPANHARAM O CUSTO
      *   UNITARIO DA ENTRADA E O CUSTO MEDIO DO ESTOQUE (NAO
      *   USADOS NA REPOSICAO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-ARQ ASSIGN TO 'FORNMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOR.

           SELECT VINCULO-ARQ ASSIGN TO 'PRODFORN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PFR.

           SELECT PEDIDO-ARQ ASSIGN TO 'PEDCOMPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.

           SELECT PEDNOVO-ARQ ASSIGN TO 'PEDCNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PDN.

           SELECT ENTRADA-ARQ ASSIGN TO 'ESTENTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ENT.

           SELECT ESTNOVO-ARQ ASSIGN TO 'ESTNOVO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ESN.

           SELECT RELATORIO-ARQ ASSIGN TO 'PEDCREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-ARQ.
           COPY 'FORNREG.COB'.

       FD  VINCULO-ARQ.
           COPY 'PRODFREG.COB'.

       FD  PEDIDO-ARQ.
           COPY 'PEDCREG.COB'.

       FD  PEDNOVO-ARQ.
       01  WRK-REG-PEDNOVO             PIC X(55).

      *    MESMO LAYOUT DA ENTRADA DE MERCADORIA DO ESTOQUE.
       FD  ENTRADA-ARQ.
       01  WRK-REG-ENTRADA.
           05  ENT-PRODUTO             PIC 9(04).
           05  ENT-QTD                 PIC 9(06).
           05  ENT-DATA                PIC 9(08).
           05  ENT-CUSTO-UNITARIO      PIC 9(07)V99.

      *    MESMO LAYOUT DO SALDO NOVO GRAVADO PELO ESTOQUE.
       FD  ESTNOVO-ARQ.
       01  WRK-REG-ESTNOVO.
           05  ESN-PRODUTO             PIC 9(04).
           05  ESN-QTD-ATUAL           PIC S9(07).
           05  ESN-PONTO-REPOSICAO     PIC 9(06).
           05  ESN-CUSTO-MEDIO         PIC 9(07)V9999.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-FOR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PFR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PED                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PDN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ENT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ESN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-ESN              PIC X(01) VALUE 'N'.
           88  WRK-FIM-ESN                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
      *    PEDCOMPR ILEGIVEL OU TABELA DE PEDIDOS CHEIA: O PEDCNEW
      *    SAIRIA INCOMPLETO - A ETAPA FALHA.
       77  WRK-SW-FALHA                PIC X(01) VALUE 'N'.
           88  WRK-FALHA                          VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    DATA PREVISTA DE ENTREGA, AVANCADA DIA A DIA A PARTIR
      *    DE HOJE PELO PRAZO DO FORNECEDOR.
       01  WRK-DATA-VARRE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.

      *    FORNECEDORES (FORNMSTR).
       77  WRK-QTD-FORNECEDORES         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-FORNECEDORES
                   INDEXED BY WRK-IDX-FOR.
               10  WRK-FOR-TAB-CODIGO    PIC 9(05).
               10  WRK-FOR-TAB-RAZAO     PIC X(30).
               10  WRK-FOR-TAB-EMAIL     PIC X(40).
               10  WRK-FOR-TAB-SITUACAO  PIC X(01).
                   88  WRK-FOR-TAB-ATIVO           VALUE 'A'.
       77  WRK-SW-FORN-ACHADO           PIC X(01) VALUE 'N'.
           88  WRK-FORN-ACHADO                     VALUE 'S'.

      *    VINCULOS PRODUTO X FORNECEDOR (PRODFORN), NA ORDEM DO
      *    ARQUIVO - O PRIMEIRO ATIVO DO PRODUTO E O PREFERENCIAL.
       77  WRK-QTD-VINCULOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VINCULOS.
           05  WRK-PFR OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-VINCULOS
                   INDEXED BY WRK-IDX-PFR.
               10  WRK-PFR-TAB-PRODUTO    PIC 9(04).
               10  WRK-PFR-TAB-FORNECEDOR PIC 9(05).
               10  WRK-PFR-TAB-PRAZO      PIC 9(03).
               10  WRK-PFR-TAB-LOTE       PIC 9(06).
       77  WRK-SW-VINCULO-ACHADO        PIC X(01) VALUE 'N'.
           88  WRK-VINCULO-ACHADO                  VALUE 'S'.

      *    PEDIDOS DE COMPRA (PEDCOMPR MAIS OS GERADOS HOJE), NO
      *    MESMO LAYOUT DO PEDCREG.COB, GRAVADOS NO PEDCNEW.
       77  WRK-QTD-PEDIDOS              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PEDIDOS.
           05  WRK-PDT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-PEDIDOS
                   INDEXED BY WRK-IDX-PDT.
               10  WRK-PDT-NUMERO         PIC 9(08).
               10  WRK-PDT-PRODUTO        PIC 9(04).
               10  WRK-PDT-FORNECEDOR     PIC 9(05).
               10  WRK-PDT-DATA-EMISSAO   PIC 9(08).
               10  WRK-PDT-DATA-PREVISTA  PIC 9(08).
               10  WRK-PDT-QTD-PEDIDA     PIC 9(06).
               10  WRK-PDT-QTD-RECEBIDA   PIC 9(07).
               10  WRK-PDT-DATA-ULT-ENTRADA PIC 9(08).
               10  WRK-PDT-SITUACAO       PIC X(01).
                   88  WRK-PDT-ABERTO              VALUE 'A'.
                   88  WRK-PDT-PARCIAL             VALUE 'P'.
                   88  WRK-PDT-ATENDIDO            VALUE 'F'.
                   88  WRK-PDT-EM-ABERTO           VALUE 'A' 'P'.
       77  WRK-SW-PEDIDO-ACHADO         PIC X(01) VALUE 'N'.
           88  WRK-PEDIDO-ACHADO                   VALUE 'S'.
       77  WRK-ULTIMO-NUMERO            PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO-BUSCA            PIC 9(04) VALUE ZEROS.

      *    PRODUTOS A REPOR SEM FORNECEDOR ATIVO, LISTADOS NO
      *    FIM DO RELATORIO.
       77  WRK-QTD-SEM-FORN             PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SEM-FORN.
           05  WRK-SFR OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-SEM-FORN
                   INDEXED BY WRK-IDX-SFR.
               10  WRK-SFR-PRODUTO       PIC 9(04).
               10  WRK-SFR-QTD           PIC S9(07).
               10  WRK-SFR-REPOSICAO     PIC 9(06).

       77  WRK-QTD-SUGERIDA             PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LOTES                PIC 9(07) VALUE ZEROS.
       77  WRK-RESTO-LOTE               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXCESSO              PIC 9(07) VALUE ZEROS.

       77  WRK-QTD-ENTRADAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PARCIAIS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ATENDIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXCESSOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-PEDIDO           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-GERADOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-PEDIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ATRASADOS            PIC 9(06) VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(50) VALUE
           'REPOSICAO AUTOMATICA - PEDIDOS DE COMPRA'.

       01  WRK-CAB-ENTRADAS             PIC X(60) VALUE
           'ENTRADAS DO DIA X PEDIDOS EM ABERTO'.

       01  WRK-CAB-COL-ENTRADAS.
           05  FILLER                   PIC X(05) VALUE 'PROD'.
           05  FILLER                   PIC X(08) VALUE ' ENTRADA'.
           05  FILLER                   PIC X(10) VALUE '   PEDIDO'.
           05  FILLER                   PIC X(08) VALUE '  PEDIDA'.
           05  FILLER                   PIC X(09) VALUE ' RECEBIDA'.
           05  FILLER                   PIC X(10) VALUE ' SITUACAO'.

       01  WRK-LINHA-ENTRADA.
           05  WRK-LEN-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LEN-QTD              PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LEN-PEDIDO           PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LEN-PEDIDA           PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LEN-RECEBIDA         PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LEN-SITUACAO         PIC X(12).
           05  WRK-LEN-EXCESSO          PIC ZZZZZZ9 BLANK WHEN ZERO.

       01  WRK-CAB-GERADOS              PIC X(60) VALUE
           'PEDIDOS GERADOS HOJE'.

       01  WRK-CAB-COL-GERADOS.
           05  FILLER                   PIC X(09) VALUE 'PEDIDO'.
           05  FILLER                   PIC X(05) VALUE 'PROD'.
           05  FILLER                   PIC X(06) VALUE 'FORN'.
           05  FILLER                   PIC X(21) VALUE 'RAZAO SOCIAL'.
           05  FILLER                   PIC X(08) VALUE '   SALDO'.
           05  FILLER                   PIC X(08) VALUE '     QTD'.
           05  FILLER                   PIC X(09) VALUE ' PREVISTO'.

       01  WRK-LINHA-GERADO.
           05  WRK-LGE-PEDIDO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-FORNECEDOR       PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-RAZAO            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-SALDO            PIC -ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-QTD              PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LGE-PREVISTA         PIC 9(08).

       01  WRK-LINHA-EMAIL.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               'ENVIAR PARA: '.
           05  WRK-LEM-EMAIL            PIC X(40).

       01  WRK-CAB-SEM-FORN             PIC X(60) VALUE
           'PRODUTOS A REPOR SEM FORNECEDOR ATIVO'.

       01  WRK-LINHA-SEM-FORN.
           05  WRK-LSF-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(06) VALUE ' QTD: '.
           05  WRK-LSF-QTD              PIC -ZZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
               ' REPOSICAO: '.
           05  WRK-LSF-REPOSICAO        PIC ZZZZZ9.

       01  WRK-CAB-ATRASO               PIC X(60) VALUE
           'PEDIDOS EM ATRASO (PREVISTO ANTES DE HOJE)'.

       01  WRK-LINHA-ATRASO.
           05  WRK-LAT-PEDIDO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LAT-PRODUTO          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LAT-FORNECEDOR       PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LAT-PEDIDA           PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LAT-RECEBIDA         PIC ZZZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               ' PREVISTO '.
           05  WRK-LAT-PREVISTA         PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0120-CARREGAR-FORNECEDORES
                   THRU 0120-CARREGAR-FORNECEDORES-EXIT
               PERFORM 0130-CARREGAR-VINCULOS
                   THRU 0130-CARREGAR-VINCULOS-EXIT
               PERFORM 0140-CARREGAR-PEDIDOS
                   THRU 0140-CARREGAR-PEDIDOS-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK AND NOT WRK-FALHA
               PERFORM 0200-CASAR-ENTRADAS
                   THRU 0200-CASAR-ENTRADAS-EXIT
               WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-GERADOS
               WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COL-GERADOS
               PERFORM 0400-VERIFICAR-REPOSICAO
                   THRU 0400-VERIFICAR-REPOSICAO-EXIT
                   UNTIL WRK-FIM-ESN
               PERFORM 0600-APONTAR-SEM-FORN
                   THRU 0600-APONTAR-SEM-FORN-EXIT
               PERFORM 0700-APONTAR-ATRASOS
                   THRU 0700-APONTAR-ATRASOS-EXIT
               PERFORM 0800-GRAVAR-PEDIDOS
                   THRU 0800-GRAVAR-PEDIDOS-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE O SALDO NOVO DO DIA (OBRIGATORIO), A GERACAO    *
      * NOVA DE PEDIDOS E O RELATORIO.                       *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ESTNOVO-ARQ.
           IF WRK-FS-ESN NOT = '00'
               MOVE WRK-FS-ESN TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'REPOSIC: ERRO AO ABRIR ESTNOVO - STATUS '
                   WRK-FS-ESN ' - ' WRK-MSG-ERRO-ENCONTRADA
                   ' (O ESTOQUE RODOU?)'
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT PEDNOVO-ARQ.
           IF WRK-FS-PDN NOT = '00'
               MOVE WRK-FS-PDN TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'REPOSIC: ERRO AO ABRIR PEDCNEW - STATUS '
                   WRK-FS-PDN ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE ESTNOVO-ARQ
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE FORNECEDORES. SEM ELE, NENHUM  *
      * PEDIDO E GERADO E OS PRODUTOS A REPOR SAEM NA LISTA  *
      * DE SEM FORNECEDOR.                                   *
      *----------------------------------------------------*
       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-ARQ.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'REPOSIC: FORNMSTR INDISPONIVEL - NENHUM '
                   'PEDIDO SERA GERADO'
               GO TO 0120-CARREGAR-FORNECEDORES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FOR = '10'
               READ FORNECEDOR-ARQ
                   AT END MOVE '10' TO WRK-FS-FOR
                   NOT AT END
                       IF WRK-QTD-FORNECEDORES >= 500
                           DISPLAY 'REPOSIC: FORNMSTR TEM MAIS DE '
                               '500 FORNECEDORES - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-FORNECEDORES
                           SET WRK-IDX-FOR TO WRK-QTD-FORNECEDORES
                           MOVE WRK-FOR-CODIGO TO
                               WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           MOVE WRK-FOR-RAZAO-SOCIAL TO
                               WRK-FOR-TAB-RAZAO(WRK-IDX-FOR)
                           MOVE WRK-FOR-EMAIL TO
                               WRK-FOR-TAB-EMAIL(WRK-IDX-FOR)
                           MOVE WRK-FOR-SITUACAO TO
                               WRK-FOR-TAB-SITUACAO(WRK-IDX-FOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDOR-ARQ.
       0120-CARREGAR-FORNECEDORES-EXIT.
           EXIT.

       0130-CARREGAR-VINCULOS.
           OPEN INPUT VINCULO-ARQ.
           IF WRK-FS-PFR NOT = '00'
               DISPLAY 'REPOSIC: PRODFORN INDISPONIVEL - NENHUM '
                   'PEDIDO SERA GERADO'
               GO TO 0130-CARREGAR-VINCULOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PFR = '10'
               READ VINCULO-ARQ
                   AT END MOVE '10' TO WRK-FS-PFR
                   NOT AT END
                       IF WRK-QTD-VINCULOS >= 2000
                           DISPLAY 'REPOSIC: PRODFORN TEM MAIS DE '
                               '2000 VINCULOS - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-VINCULOS
                           SET WRK-IDX-PFR TO WRK-QTD-VINCULOS
                           MOVE WRK-PFR-PRODUTO TO
                               WRK-PFR-TAB-PRODUTO(WRK-IDX-PFR)
                           MOVE WRK-PFR-FORNECEDOR TO
                               WRK-PFR-TAB-FORNECEDOR(WRK-IDX-PFR)
                           MOVE WRK-PFR-PRAZO-ENTREGA TO
                               WRK-PFR-TAB-PRAZO(WRK-IDX-PFR)
                           MOVE WRK-PFR-LOTE-MINIMO TO
                               WRK-PFR-TAB-LOTE(WRK-IDX-PFR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VINCULO-ARQ.
       0130-CARREGAR-VINCULOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS PEDIDOS EXISTENTES E GUARDA O MAIOR       *
      * NUMERO. PEDCOMPR AINDA INEXISTENTE (STATUS 35) E O   *
      * PRIMEIRO DIA - NENHUM PEDIDO EM ABERTO.              *
      *----------------------------------------------------*
       0140-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDO-ARQ.
           IF WRK-FS-PED = '35'
               GO TO 0140-CARREGAR-PEDIDOS-EXIT
           END-IF.
           IF WRK-FS-PED NOT = '00'
               MOVE WRK-FS-PED TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'REPOSIC: ERRO AO ABRIR PEDCOMPR - STATUS '
                   WRK-FS-PED ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
               GO TO 0140-CARREGAR-PEDIDOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PED = '10'
               READ PEDIDO-ARQ
                   AT END MOVE '10' TO WRK-FS-PED
                   NOT AT END
                       PERFORM 0150-GUARDAR-PEDIDO
                           THRU 0150-GUARDAR-PEDIDO-EXIT
               END-READ
           END-PERFORM.
           CLOSE PEDIDO-ARQ.
       0140-CARREGAR-PEDIDOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA O PEDIDO DE WRK-PEDIDO-COMPRA NA TABELA. COM  *
      * A TABELA CHEIA O PEDIDO NAO PODE SER PERDIDO: A      *
      * EXECUCAO E ENCERRADA SEM GRAVAR O PEDCNEW.           *
      *----------------------------------------------------*
       0150-GUARDAR-PEDIDO.
           IF WRK-QTD-PEDIDOS >= 5000
               IF NOT WRK-FALHA
                   SET WRK-FALHA TO TRUE
                   DISPLAY 'REPOSIC: MAIS DE 5000 PEDIDOS - '
                       'EXPURGUE OS ATENDIDOS DO PEDCOMPR'
               END-IF
               GO TO 0150-GUARDAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PEDIDOS.
           SET WRK-IDX-PDT TO WRK-QTD-PEDIDOS.
           MOVE WRK-PEDIDO-COMPRA TO WRK-PDT(WRK-IDX-PDT).
           IF WRK-PED-NUMERO > WRK-ULTIMO-NUMERO
               MOVE WRK-PED-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
       0150-GUARDAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA O PEDIDO EM ABERTO DE WRK-PRODUTO-BUSCA     *
      * (NO MAXIMO UM POR PRODUTO).                          *
      *----------------------------------------------------*
       0160-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-SW-PEDIDO-ACHADO.
           IF WRK-QTD-PEDIDOS = ZEROS
               GO TO 0160-LOCALIZAR-PEDIDO-EXIT
           END-IF.
           SET WRK-IDX-PDT TO 1.
           SEARCH WRK-PDT
               AT END
                   CONTINUE
               WHEN WRK-PDT-PRODUTO(WRK-IDX-PDT) = WRK-PRODUTO-BUSCA
                   AND WRK-PDT-EM-ABERTO(WRK-IDX-PDT)
                   SET WRK-PEDIDO-ACHADO TO TRUE
           END-SEARCH.
       0160-LOCALIZAR-PEDIDO-EXIT.
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
      * CASA CADA ENTRADA DE MERCADORIA DO DIA COM O PEDIDO  *
      * EM ABERTO DO PRODUTO. SEM O ESTENTR, DIA SEM ENTREGA.*
      *----------------------------------------------------*
       0200-CASAR-ENTRADAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-ENTRADAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COL-ENTRADAS.
           OPEN INPUT ENTRADA-ARQ.
           IF WRK-FS-ENT NOT = '00'
               GO TO 0200-CASAR-ENTRADAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-ENT = '10'
               READ ENTRADA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-ENT
                   NOT AT END
                       PERFORM 0300-CASAR-ENTRADA
                           THRU 0300-CASAR-ENTRADA-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-ARQ.
       0200-CASAR-ENTRADAS-EXIT.
           EXIT.

       0300-CASAR-ENTRADA.
           ADD 1 TO WRK-QTD-ENTRADAS.
           MOVE ENT-PRODUTO TO WRK-LEN-PRODUTO.
           MOVE ENT-QTD TO WRK-LEN-QTD.
           MOVE ZEROS TO WRK-LEN-EXCESSO.
           MOVE ENT-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 0160-LOCALIZAR-PEDIDO
               THRU 0160-LOCALIZAR-PEDIDO-EXIT.
           IF NOT WRK-PEDIDO-ACHADO
               MOVE SPACES TO WRK-LEN-PEDIDO
               MOVE ZEROS TO WRK-LEN-PEDIDA
               MOVE ZEROS TO WRK-LEN-RECEBIDA
               MOVE 'SEM PEDIDO' TO WRK-LEN-SITUACAO
               ADD 1 TO WRK-QTD-SEM-PEDIDO
               GO TO 0300-IMPRIMIR
           END-IF.
           ADD ENT-QTD TO WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT).
           MOVE ENT-DATA TO WRK-PDT-DATA-ULT-ENTRADA(WRK-IDX-PDT).
           MOVE WRK-PDT-NUMERO(WRK-IDX-PDT) TO WRK-LEN-PEDIDO.
           MOVE WRK-PDT-QTD-PEDIDA(WRK-IDX-PDT) TO WRK-LEN-PEDIDA.
           MOVE WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT) TO WRK-LEN-RECEBIDA.
           EVALUATE TRUE
               WHEN WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT)
                       < WRK-PDT-QTD-PEDIDA(WRK-IDX-PDT)
                   SET WRK-PDT-PARCIAL(WRK-IDX-PDT) TO TRUE
                   MOVE 'PARCIAL' TO WRK-LEN-SITUACAO
                   ADD 1 TO WRK-QTD-PARCIAIS
               WHEN WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT)
                       = WRK-PDT-QTD-PEDIDA(WRK-IDX-PDT)
                   SET WRK-PDT-ATENDIDO(WRK-IDX-PDT) TO TRUE
                   MOVE 'ATENDIDO' TO WRK-LEN-SITUACAO
                   ADD 1 TO WRK-QTD-ATENDIDOS
               WHEN OTHER
                   SET WRK-PDT-ATENDIDO(WRK-IDX-PDT) TO TRUE
                   COMPUTE WRK-QTD-EXCESSO =
                       WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT)
                       - WRK-PDT-QTD-PEDIDA(WRK-IDX-PDT)
                   MOVE 'EXCESSO DE' TO WRK-LEN-SITUACAO
                   MOVE WRK-QTD-EXCESSO TO WRK-LEN-EXCESSO
                   ADD 1 TO WRK-QTD-EXCESSOS
           END-EVALUATE.
       0300-IMPRIMIR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ENTRADA.
       0300-CASAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRODUTO NO PONTO DE REPOSICAO OU ABAIXO DELE (MESMO  *
      * CRITERIO DO ESTREL: SALDO NEGATIVO E ERRO, NAO       *
      * REPOSICAO, E PONTO ZERADO NAO E CONTROLADO) E SEM    *
      * PEDIDO EM ABERTO GANHA PEDIDO NOVO.                  *
      *----------------------------------------------------*
       0400-VERIFICAR-REPOSICAO.
           READ ESTNOVO-ARQ
               AT END
                   SET WRK-FIM-ESN TO TRUE
                   GO TO 0400-VERIFICAR-REPOSICAO-EXIT
           END-READ.
           IF ESN-QTD-ATUAL < ZEROS
               OR ESN-PONTO-REPOSICAO = ZEROS
               OR ESN-QTD-ATUAL > ESN-PONTO-REPOSICAO
               GO TO 0400-VERIFICAR-REPOSICAO-EXIT
           END-IF.
           MOVE ESN-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 0160-LOCALIZAR-PEDIDO
               THRU 0160-LOCALIZAR-PEDIDO-EXIT.
           IF WRK-PEDIDO-ACHADO
               ADD 1 TO WRK-QTD-JA-PEDIDOS
               GO TO 0400-VERIFICAR-REPOSICAO-EXIT
           END-IF.
           PERFORM 0450-LOCALIZAR-VINCULO
               THRU 0450-LOCALIZAR-VINCULO-EXIT.
           IF NOT WRK-VINCULO-ACHADO
               IF WRK-QTD-SEM-FORN < 999
                   ADD 1 TO WRK-QTD-SEM-FORN
                   SET WRK-IDX-SFR TO WRK-QTD-SEM-FORN
                   MOVE ESN-PRODUTO TO WRK-SFR-PRODUTO(WRK-IDX-SFR)
                   MOVE ESN-QTD-ATUAL TO WRK-SFR-QTD(WRK-IDX-SFR)
                   MOVE ESN-PONTO-REPOSICAO
                       TO WRK-SFR-REPOSICAO(WRK-IDX-SFR)
               END-IF
               GO TO 0400-VERIFICAR-REPOSICAO-EXIT
           END-IF.
           PERFORM 0500-GERAR-PEDIDO THRU 0500-GERAR-PEDIDO-EXIT.
       0400-VERIFICAR-REPOSICAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRIMEIRO VINCULO DO PRODUTO CUJO FORNECEDOR ESTEJA   *
      * NO CADASTRO E ATIVO. DEIXA WRK-IDX-PFR NO VINCULO E  *
      * WRK-IDX-FOR NO FORNECEDOR.                           *
      *----------------------------------------------------*
       0450-LOCALIZAR-VINCULO.
           MOVE 'N' TO WRK-SW-VINCULO-ACHADO.
           IF WRK-QTD-VINCULOS = ZEROS
               OR WRK-QTD-FORNECEDORES = ZEROS
               GO TO 0450-LOCALIZAR-VINCULO-EXIT
           END-IF.
           PERFORM 0460-TESTAR-VINCULO THRU 0460-TESTAR-VINCULO-EXIT
               VARYING WRK-IDX-PFR FROM 1 BY 1
               UNTIL WRK-IDX-PFR > WRK-QTD-VINCULOS
                   OR WRK-VINCULO-ACHADO.
           IF WRK-VINCULO-ACHADO
               SET WRK-IDX-PFR DOWN BY 1
           END-IF.
       0450-LOCALIZAR-VINCULO-EXIT.
           EXIT.

       0460-TESTAR-VINCULO.
           IF WRK-PFR-TAB-PRODUTO(WRK-IDX-PFR) NOT = WRK-PRODUTO-BUSCA
               GO TO 0460-TESTAR-VINCULO-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-FORN-ACHADO.
           SET WRK-IDX-FOR TO 1.
           SEARCH WRK-FOR
               AT END
                   CONTINUE
               WHEN WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                       = WRK-PFR-TAB-FORNECEDOR(WRK-IDX-PFR)
                   SET WRK-FORN-ACHADO TO TRUE
           END-SEARCH.
           IF WRK-FORN-ACHADO
               AND WRK-FOR-TAB-ATIVO(WRK-IDX-FOR)
               SET WRK-VINCULO-ACHADO TO TRUE
           END-IF.
       0460-TESTAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA O PEDIDO NOVO: QUANTIDADE PARA LEVAR O SALDO A *
      * DUAS VEZES O PONTO DE REPOSICAO, EM MULTIPLOS DO     *
      * LOTE MINIMO, E DATA PREVISTA = HOJE + PRAZO.         *
      *----------------------------------------------------*
       0500-GERAR-PEDIDO.
           COMPUTE WRK-QTD-SUGERIDA =
               ESN-PONTO-REPOSICAO * 2 - ESN-QTD-ATUAL.
           IF WRK-PFR-TAB-LOTE(WRK-IDX-PFR) > ZEROS
               DIVIDE WRK-QTD-SUGERIDA
                   BY WRK-PFR-TAB-LOTE(WRK-IDX-PFR)
                   GIVING WRK-QTD-LOTES
                   REMAINDER WRK-RESTO-LOTE
               IF WRK-RESTO-LOTE > ZEROS
                   ADD 1 TO WRK-QTD-LOTES
               END-IF
               COMPUTE WRK-QTD-SUGERIDA =
                   WRK-QTD-LOTES * WRK-PFR-TAB-LOTE(WRK-IDX-PFR)
           END-IF.
           IF WRK-QTD-SUGERIDA > 999999
               MOVE 999999 TO WRK-QTD-SUGERIDA
           END-IF.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-VARRE.
           PERFORM 0550-PROXIMO-DIA THRU 0550-PROXIMO-DIA-EXIT
               WRK-PFR-TAB-PRAZO(WRK-IDX-PFR) TIMES.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO       TO WRK-PED-NUMERO.
           MOVE ESN-PRODUTO             TO WRK-PED-PRODUTO.
           MOVE WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                                        TO WRK-PED-FORNECEDOR.
           MOVE WRK-DATA-SISTEMA        TO WRK-PED-DATA-EMISSAO.
           MOVE WRK-DATA-VARRE          TO WRK-PED-DATA-PREVISTA.
           MOVE WRK-QTD-SUGERIDA        TO WRK-PED-QTD-PEDIDA.
           MOVE ZEROS                   TO WRK-PED-QTD-RECEBIDA.
           MOVE ZEROS                   TO WRK-PED-DATA-ULT-ENTRADA.
           SET WRK-PED-ABERTO TO TRUE.
           PERFORM 0150-GUARDAR-PEDIDO THRU 0150-GUARDAR-PEDIDO-EXIT.
           IF WRK-FALHA
               GO TO 0500-GERAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-GERADOS.

           MOVE WRK-PED-NUMERO          TO WRK-LGE-PEDIDO.
           MOVE WRK-PED-PRODUTO         TO WRK-LGE-PRODUTO.
           MOVE WRK-PED-FORNECEDOR      TO WRK-LGE-FORNECEDOR.
           MOVE WRK-FOR-TAB-RAZAO(WRK-IDX-FOR) TO WRK-LGE-RAZAO.
           MOVE ESN-QTD-ATUAL           TO WRK-LGE-SALDO.
           MOVE WRK-PED-QTD-PEDIDA      TO WRK-LGE-QTD.
           MOVE WRK-PED-DATA-PREVISTA   TO WRK-LGE-PREVISTA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-GERADO.
           MOVE WRK-FOR-TAB-EMAIL(WRK-IDX-FOR) TO WRK-LEM-EMAIL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-EMAIL.
       0500-GERAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO E FEVEREIRO BISSEXTO (MESMO CALCULO DO  *
      * 0370-PROXIMO-DIA DO CTRVENC).                        *
      *----------------------------------------------------*
       0550-PROXIMO-DIA.
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
       0550-PROXIMO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRODUTOS A REPOR SEM FORNECEDOR ATIVO: O COMPRAS     *
      * PRECISA COMPLETAR O PRODFORN/FORNMSTR.               *
      *----------------------------------------------------*
       0600-APONTAR-SEM-FORN.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-SEM-FORN.
           IF WRK-QTD-SEM-FORN > ZEROS
               PERFORM 0610-APONTAR-PRODUTO
                   THRU 0610-APONTAR-PRODUTO-EXIT
                   VARYING WRK-IDX-SFR FROM 1 BY 1
                   UNTIL WRK-IDX-SFR > WRK-QTD-SEM-FORN
           END-IF.
       0600-APONTAR-SEM-FORN-EXIT.
           EXIT.

       0610-APONTAR-PRODUTO.
           MOVE WRK-SFR-PRODUTO(WRK-IDX-SFR) TO WRK-LSF-PRODUTO.
           MOVE WRK-SFR-QTD(WRK-IDX-SFR) TO WRK-LSF-QTD.
           MOVE WRK-SFR-REPOSICAO(WRK-IDX-SFR) TO WRK-LSF-REPOSICAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEM-FORN.
           DISPLAY 'REPOSIC: PRODUTO ' WRK-SFR-PRODUTO(WRK-IDX-SFR)
               ' A REPOR SEM FORNECEDOR ATIVO NO PRODFORN'.
       0610-APONTAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PEDIDOS AINDA EM ABERTO COM DATA PREVISTA JA         *
      * VENCIDA, PARA O COMPRAS COBRAR O FORNECEDOR.         *
      *----------------------------------------------------*
       0700-APONTAR-ATRASOS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-ATRASO.
           IF WRK-QTD-PEDIDOS > ZEROS
               PERFORM 0710-VERIFICAR-ATRASO
                   THRU 0710-VERIFICAR-ATRASO-EXIT
                   VARYING WRK-IDX-PDT FROM 1 BY 1
                   UNTIL WRK-IDX-PDT > WRK-QTD-PEDIDOS
           END-IF.
       0700-APONTAR-ATRASOS-EXIT.
           EXIT.

       0710-VERIFICAR-ATRASO.
           IF NOT WRK-PDT-EM-ABERTO(WRK-IDX-PDT)
               OR WRK-PDT-DATA-PREVISTA(WRK-IDX-PDT)
                   >= WRK-DATA-SISTEMA
               GO TO 0710-VERIFICAR-ATRASO-EXIT
           END-IF.
           MOVE WRK-PDT-NUMERO(WRK-IDX-PDT) TO WRK-LAT-PEDIDO.
           MOVE WRK-PDT-PRODUTO(WRK-IDX-PDT) TO WRK-LAT-PRODUTO.
           MOVE WRK-PDT-FORNECEDOR(WRK-IDX-PDT) TO WRK-LAT-FORNECEDOR.
           MOVE WRK-PDT-QTD-PEDIDA(WRK-IDX-PDT) TO WRK-LAT-PEDIDA.
           MOVE WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT) TO WRK-LAT-RECEBIDA.
           MOVE WRK-PDT-DATA-PREVISTA(WRK-IDX-PDT)
               TO WRK-LAT-PREVISTA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ATRASO.
           ADD 1 TO WRK-QTD-ATRASADOS.
       0710-VERIFICAR-ATRASO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DOS PEDIDOS (OS EXISTENTES,     *
      * ATUALIZADOS PELAS ENTRADAS, E OS GERADOS HOJE).      *
      *----------------------------------------------------*
       0800-GRAVAR-PEDIDOS.
           IF WRK-QTD-PEDIDOS > ZEROS
               PERFORM 0810-GRAVAR-PEDIDO
                   THRU 0810-GRAVAR-PEDIDO-EXIT
                   VARYING WRK-IDX-PDT FROM 1 BY 1
                   UNTIL WRK-IDX-PDT > WRK-QTD-PEDIDOS
           END-IF.
       0800-GRAVAR-PEDIDOS-EXIT.
           EXIT.

       0810-GRAVAR-PEDIDO.
           WRITE WRK-REG-PEDNOVO FROM WRK-PDT(WRK-IDX-PDT).
       0810-GRAVAR-PEDIDO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'REPOSIC: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHDIA), QUE PARA A
      *        CADEIA.
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           CLOSE ESTNOVO-ARQ.
           CLOSE PEDNOVO-ARQ.
           CLOSE RELATORIO-ARQ.
           IF WRK-FALHA
               DISPLAY 'REPOSIC: EXECUCAO ENCERRADA SEM PROCESSAR - '
                   'NAO SUBSTITUA O PEDCOMPR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           DISPLAY 'REPOSIC: ' WRK-QTD-ENTRADAS ' ENTRADAS ('
               WRK-QTD-ATENDIDOS ' ATENDIDAS, '
               WRK-QTD-PARCIAIS ' PARCIAIS, '
               WRK-QTD-EXCESSOS ' EM EXCESSO, '
               WRK-QTD-SEM-PEDIDO ' SEM PEDIDO), '
               WRK-QTD-GERADOS ' PEDIDOS GERADOS, '
               WRK-QTD-JA-PEDIDOS ' JA COM PEDIDO, '
               WRK-QTD-SEM-FORN ' SEM FORNECEDOR, '
               WRK-QTD-ATRASADOS ' EM ATRASO'.
           DISPLAY 'REPOSIC: SUBSTITUA PEDCOMPR POR PEDCNEW'.
           MOVE 'REPOSIC' TO WRK-LOG-PROGRAMA.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           IF WRK-QTD-EXCESSOS > ZEROS
               OR WRK-QTD-SEM-PEDIDO > ZEROS
               OR WRK-QTD-SEM-FORN > ZEROS
               OR WRK-QTD-ATRASADOS > ZEROS
               MOVE 'A' TO WRK-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING WRK-QTD-GERADOS ' PEDIDOS, '
               WRK-QTD-SEM-PEDIDO ' ENTR SEM PEDIDO, '
               WRK-QTD-SEM-FORN ' SEM FORNECEDOR'
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
       0900-ENCERRAR-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLANCA.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: LANCAMENTO DAS NOTAS FISCAIS DE FORNECEDOR NO
      * CONTAS A PAGAR. LE AS NOTAS DIGITADAS (CPNOTAS:
      * FORNECEDOR, NUMERO DA NOTA, PEDIDO DE COMPRA,
      * QUANTIDADE, VALOR, EMISSAO E PRAZO EM DIAS) E CONFERE
      * CADA UMA:
      *   - FORNECEDOR CADASTRADO E ATIVO (FORNMSTR);
      *   - NOTA NAO LANCADA ANTES PARA O MESMO FORNECEDOR
      *     (FORNECEDOR + NUMERO DA NOTA NO CPAGAR, PAGA OU
      *     NAO, E NO PROPRIO LOTE) - A NOTA PAGA DUAS VEZES;
      *   - PEDIDO EXISTENTE NO PEDCOMPR E DO MESMO FORNECEDOR;
      *   - QUANTIDADE FATURADA, SOMADA AO QUE JA FOI FATURADO
      *     NO PEDIDO, NAO PASSA DO QUE FOI RECEBIDO (O
      *     RECEBIDO E ACUMULADO PELO REPOSIC A PARTIR DO
      *     ESTENTR) - NAO SE PAGA MERCADORIA QUE NAO CHEGOU.
      * A NOTA ACEITA VIRA TITULO EM ABERTO (VER CPAGREG.COB)
      * COM VENCIMENTO = EMISSAO + PRAZO, ADIADO PARA O PROXIMO
      * DIA UTIL PELA ROTINA COMUM DIAUTIL, E E CONTABILIZADA NO
      * GLFILE: DEBITO DE ESTOQUE DE MERCADORIAS (CARTAO
      * GLCPEST) E CREDITO DE FORNECEDORES A PAGAR (CARTAO
      * GLCPFOR). A NOTA RECUSADA VAI PARA O CPNOTREJ COM O
      * MOTIVO. OS TITULOS (OS JA EXISTENTES E OS NOVOS) SAEM NA
      * GERACAO NOVA CPAGNEW, QUE SUBSTITUI O CPAGAR (COMO O
      * CRNOVO DO CRRECEB). O RELATORIO CPLANREL LISTA AS NOTAS
      * ACEITAS E AS RECUSADAS.
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
           SELECT NOTA-ARQ ASSIGN TO 'CPNOTAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NTA.

           SELECT CPAGAR-ARQ ASSIGN TO 'CPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPG.

           SELECT CPNOVO-ARQ ASSIGN TO 'CPAGNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPN.

           SELECT FORNECEDOR-ARQ ASSIGN TO 'FORNMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOR.

           SELECT PEDIDO-ARQ ASSIGN TO 'PEDCOMPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.

           SELECT REJEITADO-ARQ ASSIGN TO 'CPNOTREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

           SELECT GLCPEST-ARQ ASSIGN TO 'GLCPEST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GES.

           SELECT GLCPFOR-ARQ ASSIGN TO 'GLCPFOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GFO.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT RELATORIO-ARQ ASSIGN TO 'CPLANREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-ARQ.
       01  WRK-REG-NOTA.
           05  NTA-FORNECEDOR          PIC 9(05).
           05  NTA-NOTA                PIC X(10).
           05  NTA-PEDIDO              PIC 9(08).
           05  NTA-QTD                 PIC 9(06).
           05  NTA-VALOR               PIC 9(07)V99.
           05  NTA-DATA-EMISSAO.
               10  NTA-EMI-ANO         PIC 9(04).
               10  NTA-EMI-MES         PIC 9(02).
               10  NTA-EMI-DIA         PIC 9(02).
           05  NTA-PRAZO               PIC 9(03).

       FD  CPAGAR-ARQ.
           COPY 'CPAGREG.COB'.

       FD  CPNOVO-ARQ.
       01  WRK-REG-CPNOVO              PIC X(77).

       FD  FORNECEDOR-ARQ.
           COPY 'FORNREG.COB'.

       FD  PEDIDO-ARQ.
           COPY 'PEDCREG.COB'.

       FD  REJEITADO-ARQ.
       01  WRK-REG-REJEITADO.
           05  REJ-FORNECEDOR          PIC 9(05).
           05  REJ-NOTA                PIC X(10).
           05  REJ-PEDIDO              PIC 9(08).
           05  REJ-QTD                 PIC 9(06).
           05  REJ-VALOR               PIC 9(07)V99.
           05  REJ-DATA-EMISSAO        PIC 9(08).
           05  REJ-MOTIVO              PIC X(30).

       FD  GLCPEST-ARQ.
       01  WRK-REG-GLCPEST             PIC 9(08).

       FD  GLCPFOR-ARQ.
       01  WRK-REG-GLCPFOR             PIC 9(08).

       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
           05  GLF-CONTA               PIC 9(08).
           05  GLF-VALOR               PIC 9(09)V99.
           05  GLF-DATA                PIC 9(08).
           05  GLF-ORIGEM              PIC X(10).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'DIAUTREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-NTA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FOR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PED                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GES                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GFO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-NTA              PIC X(01) VALUE 'N'.
           88  WRK-FIM-NTA                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
      *    CPAGAR ILEGIVEL OU TABELA DE TITULOS CHEIA: O CPAGNEW
      *    SAIRIA INCOMPLETO - NAO PODE SUBSTITUIR O CPAGAR.
       77  WRK-SW-FALHA                PIC X(01) VALUE 'N'.
           88  WRK-FALHA                          VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    CONTAS DO LANCAMENTO DA NOTA. OS PADROES SO VALEM
      *    ENQUANTO OS CARTOES NAO EXISTIREM.
       77  WRK-CONTA-ESTOQUE            PIC 9(08) VALUE 11000008.
       77  WRK-CONTA-FORNECEDORES       PIC 9(08) VALUE 21000020.

      *    VENCIMENTO: EMISSAO AVANCADA DIA A DIA PELO PRAZO E
      *    DEPOIS ATE CAIR EM DIA UTIL.
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
               10  WRK-FOR-TAB-SITUACAO  PIC X(01).
                   88  WRK-FOR-TAB-ATIVO           VALUE 'A'.

      *    PEDIDOS DE COMPRA (PEDCOMPR) COM O RECEBIDO.
       77  WRK-QTD-PEDIDOS              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PEDIDOS.
           05  WRK-PDT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-PEDIDOS
                   INDEXED BY WRK-IDX-PDT.
               10  WRK-PDT-NUMERO         PIC 9(08).
               10  WRK-PDT-FORNECEDOR     PIC 9(05).
               10  WRK-PDT-QTD-RECEBIDA   PIC 9(07).

      *    TITULOS DO CPAGAR MAIS OS LANCADOS HOJE, NO MESMO
      *    LAYOUT DO CPAGREG.COB, GRAVADOS NO CPAGNEW.
       77  WRK-QTD-TITULOS              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-TITULOS.
           05  WRK-TIT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-TITULOS
                   INDEXED BY WRK-IDX-TIT.
               10  WRK-TIT-FORNECEDOR     PIC 9(05).
               10  WRK-TIT-NOTA           PIC X(10).
               10  WRK-TIT-PEDIDO         PIC 9(08).
               10  WRK-TIT-QTD            PIC 9(06).
               10  FILLER                 PIC X(48).

       77  WRK-QTD-FATURADA             PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.

       77  WRK-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ACEITAS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DUPLICADAS           PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ACEITO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(50) VALUE
           'CONTAS A PAGAR - LANCAMENTO DE NOTAS FISCAIS'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(06) VALUE 'FORN'.
           05  FILLER                   PIC X(11) VALUE 'NOTA'.
           05  FILLER                   PIC X(09) VALUE 'PEDIDO'.
           05  FILLER                   PIC X(07) VALUE '    QTD'.
           05  FILLER                   PIC X(12) VALUE '      VALOR'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
               'VENCIMENTO / MOTIVO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-FORNECEDOR       PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOTA             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PEDIDO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QTD              PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-OBSERVACAO       PIC X(30).

       01  WRK-LINHA-TOTAL.
           05  WRK-TOT-TITULO           PIC X(22).
           05  WRK-TOT-QTD              PIC ZZZZZ9.
           05  FILLER                   PIC X(08) VALUE ' VALOR: '.
           05  WRK-TOT-VALOR            PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0110-LER-CARTOES THRU 0110-LER-CARTOES-EXIT
               PERFORM 0120-CARREGAR-FORNECEDORES
                   THRU 0120-CARREGAR-FORNECEDORES-EXIT
               PERFORM 0130-CARREGAR-PEDIDOS
                   THRU 0130-CARREGAR-PEDIDOS-EXIT
               PERFORM 0140-CARREGAR-TITULOS
                   THRU 0140-CARREGAR-TITULOS-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK AND NOT WRK-FALHA
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-NTA OR WRK-FALHA
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE AS NOTAS DIGITADAS (OBRIGATORIAS), A GERACAO    *
      * NOVA, OS REJEITADOS, O GLFILE (APPEND, JUNTO COM OS  *
      * LANCAMENTOS DO GLPOST/GLFOLHA) E O RELATORIO.        *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT NOTA-ARQ.
           IF WRK-FS-NTA NOT = '00'
               MOVE WRK-FS-NTA TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPLANCA: ERRO AO ABRIR CPNOTAS - STATUS '
                   WRK-FS-NTA ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT CPNOVO-ARQ.
           OPEN OUTPUT REJEITADO-ARQ.
           OPEN EXTEND GLFILE-ARQ.
           IF WRK-FS-GLF NOT = '00'
               CLOSE GLFILE-ARQ
               OPEN OUTPUT GLFILE-ARQ
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE AS CONTAS DOS CARTOES GLCPEST E GLCPFOR; SEM O    *
      * CARTAO, FICA O PADRAO.                               *
      *----------------------------------------------------*
       0110-LER-CARTOES.
           OPEN INPUT GLCPEST-ARQ.
           IF WRK-FS-GES = '00'
               READ GLCPEST-ARQ
                   NOT AT END MOVE WRK-REG-GLCPEST
                       TO WRK-CONTA-ESTOQUE
               END-READ
               CLOSE GLCPEST-ARQ
           END-IF.
           OPEN INPUT GLCPFOR-ARQ.
           IF WRK-FS-GFO = '00'
               READ GLCPFOR-ARQ
                   NOT AT END MOVE WRK-REG-GLCPFOR
                       TO WRK-CONTA-FORNECEDORES
               END-READ
               CLOSE GLCPFOR-ARQ
           END-IF.
       0110-LER-CARTOES-EXIT.
           EXIT.

       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-ARQ.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'CPLANCA: FORNMSTR INDISPONIVEL - TODAS AS '
                   'NOTAS SERAO RECUSADAS'
               GO TO 0120-CARREGAR-FORNECEDORES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FOR = '10'
               READ FORNECEDOR-ARQ
                   AT END MOVE '10' TO WRK-FS-FOR
                   NOT AT END
                       IF WRK-QTD-FORNECEDORES >= 500
                           DISPLAY 'CPLANCA: FORNMSTR TEM MAIS DE '
                               '500 FORNECEDORES - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-FORNECEDORES
                           SET WRK-IDX-FOR TO WRK-QTD-FORNECEDORES
                           MOVE WRK-FOR-CODIGO TO
                               WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           MOVE WRK-FOR-SITUACAO TO
                               WRK-FOR-TAB-SITUACAO(WRK-IDX-FOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDOR-ARQ.
       0120-CARREGAR-FORNECEDORES-EXIT.
           EXIT.

       0130-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDO-ARQ.
           IF WRK-FS-PED NOT = '00'
               DISPLAY 'CPLANCA: PEDCOMPR INDISPONIVEL - TODAS AS '
                   'NOTAS SERAO RECUSADAS'
               GO TO 0130-CARREGAR-PEDIDOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PED = '10'
               READ PEDIDO-ARQ
                   AT END MOVE '10' TO WRK-FS-PED
                   NOT AT END
                       IF WRK-QTD-PEDIDOS >= 5000
                           DISPLAY 'CPLANCA: PEDCOMPR TEM MAIS DE '
                               '5000 PEDIDOS - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-PEDIDOS
                           SET WRK-IDX-PDT TO WRK-QTD-PEDIDOS
                           MOVE WRK-PED-NUMERO TO
                               WRK-PDT-NUMERO(WRK-IDX-PDT)
                           MOVE WRK-PED-FORNECEDOR TO
                               WRK-PDT-FORNECEDOR(WRK-IDX-PDT)
                           MOVE WRK-PED-QTD-RECEBIDA TO
                               WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEDIDO-ARQ.
       0130-CARREGAR-PEDIDOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS TITULOS JA LANCADOS. CPAGAR AINDA         *
      * INEXISTENTE (STATUS 35) E O PRIMEIRO LOTE.           *
      *----------------------------------------------------*
       0140-CARREGAR-TITULOS.
           OPEN INPUT CPAGAR-ARQ.
           IF WRK-FS-CPG = '35'
               GO TO 0140-CARREGAR-TITULOS-EXIT
           END-IF.
           IF WRK-FS-CPG NOT = '00'
               MOVE WRK-FS-CPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPLANCA: ERRO AO ABRIR CPAGAR - STATUS '
                   WRK-FS-CPG ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
               GO TO 0140-CARREGAR-TITULOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CPG = '10'
               READ CPAGAR-ARQ
                   AT END MOVE '10' TO WRK-FS-CPG
                   NOT AT END
                       PERFORM 0150-GUARDAR-TITULO
                           THRU 0150-GUARDAR-TITULO-EXIT
               END-READ
           END-PERFORM.
           CLOSE CPAGAR-ARQ.
       0140-CARREGAR-TITULOS-EXIT.
           EXIT.

       0150-GUARDAR-TITULO.
           IF WRK-QTD-TITULOS >= 5000
               IF NOT WRK-FALHA
                   SET WRK-FALHA TO TRUE
                   DISPLAY 'CPLANCA: MAIS DE 5000 TITULOS NO '
                       'CONTAS A PAGAR - LOTE NAO PROCESSADO'
               END-IF
               GO TO 0150-GUARDAR-TITULO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-TITULOS.
           SET WRK-IDX-TIT TO WRK-QTD-TITULOS.
           MOVE WRK-TITULO-PAGAR TO WRK-TIT(WRK-IDX-TIT).
       0150-GUARDAR-TITULO-EXIT.
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
      * LE CADA NOTA, CONFERE E LANCA OU RECUSA.             *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ NOTA-ARQ
               AT END
                   SET WRK-FIM-NTA TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 0300-CONFERIR-NOTA THRU 0300-CONFERIR-NOTA-EXIT.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           PERFORM 0500-LANCAR-TITULO THRU 0500-LANCAR-TITULO-EXIT.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERENCIA DA NOTA. A PRIMEIRA FALHA ENCONTRADA     *
      * FICA EM WRK-MOTIVO-REJEICAO.                         *
      *----------------------------------------------------*
       0300-CONFERIR-NOTA.
           IF NTA-NOTA = SPACES
               MOVE 'NUMERO DA NOTA EM BRANCO' TO WRK-MOTIVO-REJEICAO
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.
           IF NTA-VALOR = ZEROS OR NTA-QTD = ZEROS
               MOVE 'VALOR OU QUANTIDADE ZERADA'
                   TO WRK-MOTIVO-REJEICAO
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.
           IF NTA-EMI-MES < 1 OR NTA-EMI-MES > 12
               OR NTA-EMI-DIA < 1 OR NTA-EMI-DIA > 31
               OR NTA-DATA-EMISSAO > WRK-DATA-SISTEMA
               MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-MOTIVO-REJEICAO
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.

           IF WRK-QTD-FORNECEDORES = ZEROS
               MOVE 'FORNECEDOR NAO CADASTRADO'
                   TO WRK-MOTIVO-REJEICAO
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.
           SET WRK-IDX-FOR TO 1.
           SEARCH WRK-FOR
               AT END
                   MOVE 'FORNECEDOR NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-FOR-TAB-CODIGO(WRK-IDX-FOR) = NTA-FORNECEDOR
                   IF NOT WRK-FOR-TAB-ATIVO(WRK-IDX-FOR)
                       MOVE 'FORNECEDOR INATIVO'
                           TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-SEARCH.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.

      *    NOTA DUPLICADA: MESMO FORNECEDOR E MESMO NUMERO, JA NO
      *    CPAGAR (PAGA OU NAO) OU ACEITA ANTES NESTE LOTE. NA
      *    MESMA PASSADA SOMA O QUE JA FOI FATURADO NO PEDIDO.
           MOVE ZEROS TO WRK-QTD-FATURADA.
           IF WRK-QTD-TITULOS > ZEROS
               PERFORM 0310-VERIFICAR-TITULO
                   THRU 0310-VERIFICAR-TITULO-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           END-IF.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WRK-QTD-DUPLICADAS
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.

           IF WRK-QTD-PEDIDOS = ZEROS
               MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO-REJEICAO
               GO TO 0300-CONFERIR-NOTA-EXIT
           END-IF.
           SET WRK-IDX-PDT TO 1.
           SEARCH WRK-PDT
               AT END
                   MOVE 'PEDIDO NAO ENCONTRADO'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-PDT-NUMERO(WRK-IDX-PDT) = NTA-PEDIDO
                   IF WRK-PDT-FORNECEDOR(WRK-IDX-PDT)
                       NOT = NTA-FORNECEDOR
                       MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                           TO WRK-MOTIVO-REJEICAO
                   ELSE
                       IF WRK-QTD-FATURADA + NTA-QTD
                           > WRK-PDT-QTD-RECEBIDA(WRK-IDX-PDT)
                           MOVE 'QTD ACIMA DO RECEBIDO (PEDIDO)'
                               TO WRK-MOTIVO-REJEICAO
                       END-IF
                   END-IF
           END-SEARCH.
       0300-CONFERIR-NOTA-EXIT.
           EXIT.

       0310-VERIFICAR-TITULO.
           IF WRK-TIT-FORNECEDOR(WRK-IDX-TIT) = NTA-FORNECEDOR
               AND WRK-TIT-NOTA(WRK-IDX-TIT) = NTA-NOTA
               MOVE 'NOTA JA LANCADA PARA O FORNEC.'
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-TIT-PEDIDO(WRK-IDX-TIT) = NTA-PEDIDO
               ADD WRK-TIT-QTD(WRK-IDX-TIT) TO WRK-QTD-FATURADA
           END-IF.
       0310-VERIFICAR-TITULO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * NOTA ACEITA: CALCULA O VENCIMENTO, GUARDA O TITULO,  *
      * CONTABILIZA E IMPRIME.                               *
      *----------------------------------------------------*
       0500-LANCAR-TITULO.
           PERFORM 0550-CALCULAR-VENCIMENTO
               THRU 0550-CALCULAR-VENCIMENTO-EXIT.
           MOVE NTA-FORNECEDOR          TO WRK-CPG-FORNECEDOR.
           MOVE NTA-NOTA                TO WRK-CPG-NOTA.
           MOVE NTA-PEDIDO              TO WRK-CPG-PEDIDO.
           MOVE NTA-QTD                 TO WRK-CPG-QTD.
           MOVE NTA-VALOR               TO WRK-CPG-VALOR.
           MOVE NTA-DATA-EMISSAO        TO WRK-CPG-DATA-EMISSAO.
           MOVE WRK-DATA-SISTEMA        TO WRK-CPG-DATA-LANCAMENTO.
           MOVE WRK-DATA-VARRE          TO WRK-CPG-DATA-VENCIMENTO.
           MOVE ZEROS                   TO WRK-CPG-ORDEM.
           MOVE ZEROS                   TO WRK-CPG-DATA-PAGAMENTO.
           SET WRK-CPG-EM-ABERTO TO TRUE.
           PERFORM 0150-GUARDAR-TITULO THRU 0150-GUARDAR-TITULO-EXIT.
           IF WRK-FALHA
               GO TO 0500-LANCAR-TITULO-EXIT
           END-IF.

           MOVE 'D' TO GLF-TIPO.
           MOVE WRK-CONTA-ESTOQUE TO GLF-CONTA.
           MOVE NTA-VALOR TO GLF-VALOR.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE NTA-NOTA TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD NTA-VALOR TO WRK-TOTAL-DEBITOS.
           MOVE 'C' TO GLF-TIPO.
           MOVE WRK-CONTA-FORNECEDORES TO GLF-CONTA.
           WRITE WRK-REG-GLFILE.
           ADD NTA-VALOR TO WRK-TOTAL-CREDITOS.

           ADD 1 TO WRK-QTD-ACEITAS.
           ADD NTA-VALOR TO WRK-TOTAL-ACEITO.
           PERFORM 0800-MONTAR-DETALHE THRU 0800-MONTAR-DETALHE-EXIT.
           MOVE SPACES TO WRK-DET-OBSERVACAO.
           STRING 'VENCE EM ' WRK-CPG-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO WRK-DET-OBSERVACAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0500-LANCAR-TITULO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VENCIMENTO = EMISSAO + PRAZO EM DIAS CORRIDOS; SE    *
      * CAIR EM FIM DE SEMANA OU FERIADO, VAI PARA O PROXIMO *
      * DIA UTIL (ROTINA COMUM DIAUTIL).                     *
      *----------------------------------------------------*
       0550-CALCULAR-VENCIMENTO.
           MOVE NTA-DATA-EMISSAO TO WRK-DATA-VARRE.
           PERFORM 0570-PROXIMO-DIA THRU 0570-PROXIMO-DIA-EXIT
               NTA-PRAZO TIMES.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           PERFORM 0560-ADIAR-DIA-UTIL THRU 0560-ADIAR-DIA-UTIL-EXIT
               UNTIL WRK-DU-DIA-UTIL.
       0550-CALCULAR-VENCIMENTO-EXIT.
           EXIT.

       0560-ADIAR-DIA-UTIL.
           PERFORM 0570-PROXIMO-DIA THRU 0570-PROXIMO-DIA-EXIT.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
       0560-ADIAR-DIA-UTIL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO E FEVEREIRO BISSEXTO (MESMO CALCULO DO  *
      * 0370-PROXIMO-DIA DO CTRVENC).                        *
      *----------------------------------------------------*
       0570-PROXIMO-DIA.
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
       0570-PROXIMO-DIA-EXIT.
           EXIT.

       0800-MONTAR-DETALHE.
           MOVE NTA-FORNECEDOR TO WRK-DET-FORNECEDOR.
           MOVE NTA-NOTA TO WRK-DET-NOTA.
           MOVE NTA-PEDIDO TO WRK-DET-PEDIDO.
           MOVE NTA-QTD TO WRK-DET-QTD.
           MOVE NTA-VALOR TO WRK-DET-VALOR.
       0800-MONTAR-DETALHE-EXIT.
           EXIT.

       0850-REJEITAR.
           MOVE NTA-FORNECEDOR TO REJ-FORNECEDOR.
           MOVE NTA-NOTA TO REJ-NOTA.
           MOVE NTA-PEDIDO TO REJ-PEDIDO.
           MOVE NTA-QTD TO REJ-QTD.
           MOVE NTA-VALOR TO REJ-VALOR.
           MOVE NTA-DATA-EMISSAO TO REJ-DATA-EMISSAO.
           MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
           WRITE WRK-REG-REJEITADO.
           ADD 1 TO WRK-QTD-REJEITADAS.
           PERFORM 0800-MONTAR-DETALHE THRU 0800-MONTAR-DETALHE-EXIT.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-DET-OBSERVACAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           DISPLAY 'CPLANCA: NOTA ' NTA-NOTA ' DO FORNECEDOR '
               NTA-FORNECEDOR ' RECUSADA - ' WRK-MOTIVO-REJEICAO.
       0850-REJEITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DOS TITULOS, OS TOTAIS E A      *
      * PROVA DE DEBITOS = CREDITOS DO LANCAMENTO CONTABIL.  *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CPLANCA: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF NOT WRK-FALHA
               PERFORM 0910-GRAVAR-TITULO THRU 0910-GRAVAR-TITULO-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           END-IF.
           MOVE 'NOTAS ACEITAS.........' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-ACEITAS TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-ACEITO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'NOTAS RECUSADAS.......' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-REJEITADAS TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE NOTA-ARQ.
           CLOSE CPNOVO-ARQ.
           CLOSE REJEITADO-ARQ.
           CLOSE GLFILE-ARQ.
           CLOSE RELATORIO-ARQ.
           IF WRK-FALHA
               DISPLAY 'CPLANCA: EXECUCAO ENCERRADA SEM PROCESSAR - '
                   'NAO SUBSTITUA O CPAGAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           DISPLAY 'CPLANCA: ' WRK-QTD-LIDAS ' NOTAS LIDAS, '
               WRK-QTD-ACEITAS ' ACEITAS (' WRK-TOTAL-ACEITO '), '
               WRK-QTD-REJEITADAS ' RECUSADAS ('
               WRK-QTD-DUPLICADAS ' DUPLICADAS)'.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY 'CPLANCA: LANCAMENTOS DO GLFILE NAO CONFEREM'
           END-IF.
           DISPLAY 'CPLANCA: SUBSTITUA CPAGAR POR CPAGNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-TITULO.
           WRITE WRK-REG-CPNOVO FROM WRK-TIT(WRK-IDX-TIT).
       0910-GRAVAR-TITULO-EXIT.
           EXIT.

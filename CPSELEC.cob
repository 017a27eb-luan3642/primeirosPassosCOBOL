       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPSELEC.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: SELECAO DOS TITULOS DO CONTAS A PAGAR PARA
      * PAGAMENTO. TODO TITULO EM ABERTO COM VENCIMENTO ATE A
      * DATA-LIMITE (CARTAO CPDTLIM, AAAAMMDD; SEM O CARTAO, A
      * DATA DO DIA) E SELECIONADO, RECEBE UM NUMERO DE ORDEM
      * DE PAGAMENTO E VAI PARA A REMESSA AO BANCO (CPREMESS),
      * NO MESMO LAYOUT DO BANKREM DA FOLHA - O CAMPO DE
      * MATRICULA LEVA O NUMERO DA ORDEM, QUE VOLTA NO RETORNO
      * DO BANCO E E POR ONDE O CPRETOR ACHA O TITULO. FICA DE
      * FORA (E SAI NO RELATORIO) O TITULO DE FORNECEDOR
      * INATIVO, NAO CADASTRADO OU SEM DADOS BANCARIOS NO
      * FORNMSTR. OS TITULOS SAEM NA GERACAO NOVA CPAGNEW, QUE
      * SUBSTITUI O CPAGAR. RELATORIO EM CPSELREL.
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
           SELECT CPAGAR-ARQ ASSIGN TO 'CPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPG.

           SELECT CPNOVO-ARQ ASSIGN TO 'CPAGNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPN.

           SELECT FORNECEDOR-ARQ ASSIGN TO 'FORNMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOR.

           SELECT DATA-LIMITE-ARQ ASSIGN TO 'CPDTLIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DTL.

           SELECT REMESSA-ARQ ASSIGN TO 'CPREMESS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.

           SELECT RELATORIO-ARQ ASSIGN TO 'CPSELREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPAGAR-ARQ.
           COPY 'CPAGREG.COB'.

       FD  CPNOVO-ARQ.
       01  WRK-REG-CPNOVO              PIC X(77).

       FD  FORNECEDOR-ARQ.
           COPY 'FORNREG.COB'.

       FD  DATA-LIMITE-ARQ.
       01  WRK-REG-DATA-LIMITE         PIC 9(08).

       FD  REMESSA-ARQ.
       01  WRK-REG-REMESSA.
           05  REM-MATRICULA           PIC 9(06).
           05  REM-NOME                PIC X(20).
           05  REM-BANCO               PIC 9(03).
           05  REM-AGENCIA             PIC 9(04).
           05  REM-CONTA-CORRENTE      PIC 9(08).
           05  REM-CONTA-DV            PIC X(01).
           05  REM-VALOR               PIC 9(07)V99.
           05  REM-DATA-GERACAO        PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FOR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DTL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FALHA                PIC X(01) VALUE 'N'.
           88  WRK-FALHA                          VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       77  WRK-DATA-LIMITE              PIC 9(08) VALUE ZEROS.

      *    FORNECEDORES COM OS DADOS BANCARIOS.
       77  WRK-QTD-FORNECEDORES         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-FORNECEDORES
                   INDEXED BY WRK-IDX-FOR.
               10  WRK-FOR-TAB-CODIGO    PIC 9(05).
               10  WRK-FOR-TAB-RAZAO     PIC X(30).
               10  WRK-FOR-TAB-SITUACAO  PIC X(01).
                   88  WRK-FOR-TAB-ATIVO           VALUE 'A'.
               10  WRK-FOR-TAB-BANCO     PIC 9(03).
               10  WRK-FOR-TAB-AGENCIA   PIC 9(04).
               10  WRK-FOR-TAB-CONTA     PIC 9(08).
               10  WRK-FOR-TAB-DV        PIC X(01).

      *    TITULOS DO CPAGAR (MESMO LAYOUT DO CPAGREG.COB).
       77  WRK-QTD-TITULOS              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-TITULOS.
           05  WRK-TIT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-TITULOS
                   INDEXED BY WRK-IDX-TIT.
               10  WRK-TIT-FORNECEDOR     PIC 9(05).
               10  WRK-TIT-NOTA           PIC X(10).
               10  WRK-TIT-PEDIDO         PIC 9(08).
               10  WRK-TIT-QTD            PIC 9(06).
               10  WRK-TIT-VALOR          PIC 9(07)V99.
               10  WRK-TIT-DATA-EMISSAO   PIC 9(08).
               10  WRK-TIT-DATA-LANCAM    PIC 9(08).
               10  WRK-TIT-DATA-VENC      PIC 9(08).
               10  WRK-TIT-ORDEM          PIC 9(06).
               10  WRK-TIT-DATA-PAGAM     PIC 9(08).
               10  WRK-TIT-SITUACAO       PIC X(01).
                   88  WRK-TIT-EM-ABERTO          VALUE 'A'.
                   88  WRK-TIT-SELECIONADO        VALUE 'S'.

      *    A ORDEM CONTINUA A NUMERACAO DAS REMESSAS ANTERIORES
      *    (MAIOR ORDEM JA GRAVADA NO CPAGAR).
       77  WRK-ULTIMA-ORDEM             PIC 9(06) VALUE ZEROS.
       77  WRK-MOTIVO-FORA              PIC X(30) VALUE SPACES.

       77  WRK-QTD-SELECIONADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA                 PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SELECIONADO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-FORA               PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(44) VALUE
               'CONTAS A PAGAR - SELECAO PARA PAGAMENTO ATE '.
           05  WRK-CAB-DATA-LIMITE      PIC 9(08).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(07) VALUE 'ORDEM'.
           05  FILLER                   PIC X(06) VALUE 'FORN'.
           05  FILLER                   PIC X(11) VALUE 'NOTA'.
           05  FILLER                   PIC X(09) VALUE 'VENCTO'.
           05  FILLER                   PIC X(12) VALUE '      VALOR'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
               'FAVORECIDO / MOTIVO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-ORDEM            PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FORNECEDOR       PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOTA             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VENCIMENTO       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZZ9,99.
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
           PERFORM 0110-LER-DATA-LIMITE THRU 0110-LER-DATA-LIMITE-EXIT.
           PERFORM 0120-CARREGAR-FORNECEDORES
               THRU 0120-CARREGAR-FORNECEDORES-EXIT.
           PERFORM 0130-CARREGAR-TITULOS
               THRU 0130-CARREGAR-TITULOS-EXIT.
           IF WRK-ARQUIVOS-OK AND NOT WRK-FALHA
               PERFORM 0100-ABRIR-SAIDAS THRU 0100-ABRIR-SAIDAS-EXIT
               IF WRK-QTD-TITULOS > ZEROS
                   PERFORM 0200-SELECIONAR THRU 0200-SELECIONAR-EXIT
                       VARYING WRK-IDX-TIT FROM 1 BY 1
                       UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
               END-IF
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-SAIDAS.
           OPEN OUTPUT CPNOVO-ARQ.
           OPEN OUTPUT REMESSA-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-DATA-LIMITE TO WRK-CAB-DATA-LIMITE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
       0100-ABRIR-SAIDAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DATA-LIMITE DO CARTAO CPDTLIM; SEM CARTAO (OU COM    *
      * CARTAO ZERADO), PAGA O QUE VENCE ATE HOJE.           *
      *----------------------------------------------------*
       0110-LER-DATA-LIMITE.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-LIMITE.
           OPEN INPUT DATA-LIMITE-ARQ.
           IF WRK-FS-DTL = '00'
               READ DATA-LIMITE-ARQ
                   NOT AT END
                       IF WRK-REG-DATA-LIMITE NUMERIC
                           AND WRK-REG-DATA-LIMITE > ZEROS
                           MOVE WRK-REG-DATA-LIMITE
                               TO WRK-DATA-LIMITE
                       END-IF
               END-READ
               CLOSE DATA-LIMITE-ARQ
           END-IF.
       0110-LER-DATA-LIMITE-EXIT.
           EXIT.

       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-ARQ.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'CPSELEC: FORNMSTR INDISPONIVEL - NENHUM '
                   'TITULO SERA PAGO'
               GO TO 0120-CARREGAR-FORNECEDORES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FOR = '10'
               READ FORNECEDOR-ARQ
                   AT END MOVE '10' TO WRK-FS-FOR
                   NOT AT END
                       IF WRK-QTD-FORNECEDORES >= 500
                           DISPLAY 'CPSELEC: FORNMSTR TEM MAIS DE '
                               '500 FORNECEDORES - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-FORNECEDORES
                           SET WRK-IDX-FOR TO WRK-QTD-FORNECEDORES
                           MOVE WRK-FOR-CODIGO TO
                               WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           MOVE WRK-FOR-RAZAO-SOCIAL TO
                               WRK-FOR-TAB-RAZAO(WRK-IDX-FOR)
                           MOVE WRK-FOR-SITUACAO TO
                               WRK-FOR-TAB-SITUACAO(WRK-IDX-FOR)
                           MOVE WRK-FOR-BANCO TO
                               WRK-FOR-TAB-BANCO(WRK-IDX-FOR)
                           MOVE WRK-FOR-AGENCIA TO
                               WRK-FOR-TAB-AGENCIA(WRK-IDX-FOR)
                           MOVE WRK-FOR-CONTA TO
                               WRK-FOR-TAB-CONTA(WRK-IDX-FOR)
                           MOVE WRK-FOR-CONTA-DV TO
                               WRK-FOR-TAB-DV(WRK-IDX-FOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDOR-ARQ.
       0120-CARREGAR-FORNECEDORES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CPAGAR (OBRIGATORIO) E ACHA A ULTIMA ORDEM *
      * DE PAGAMENTO JA USADA.                               *
      *----------------------------------------------------*
       0130-CARREGAR-TITULOS.
           OPEN INPUT CPAGAR-ARQ.
           IF WRK-FS-CPG NOT = '00'
               MOVE WRK-FS-CPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPSELEC: ERRO AO ABRIR CPAGAR - STATUS '
                   WRK-FS-CPG ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0130-CARREGAR-TITULOS-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
           PERFORM UNTIL WRK-FS-CPG = '10'
               READ CPAGAR-ARQ
                   AT END MOVE '10' TO WRK-FS-CPG
                   NOT AT END
                       IF WRK-QTD-TITULOS >= 5000
                           IF NOT WRK-FALHA
                               SET WRK-FALHA TO TRUE
                               DISPLAY 'CPSELEC: MAIS DE 5000 '
                                   'TITULOS NO CONTAS A PAGAR'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-TITULOS
                           SET WRK-IDX-TIT TO WRK-QTD-TITULOS
                           MOVE WRK-TITULO-PAGAR
                               TO WRK-TIT(WRK-IDX-TIT)
                           IF WRK-CPG-ORDEM > WRK-ULTIMA-ORDEM
                               MOVE WRK-CPG-ORDEM
                                   TO WRK-ULTIMA-ORDEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CPAGAR-ARQ.
       0130-CARREGAR-TITULOS-EXIT.
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
      * TITULO EM ABERTO VENCIDO ATE A DATA-LIMITE: CONFERE  *
      * O FORNECEDOR E, SE PUDER SER PAGO, GRAVA NA REMESSA. *
      *----------------------------------------------------*
       0200-SELECIONAR.
           IF NOT WRK-TIT-EM-ABERTO(WRK-IDX-TIT)
               OR WRK-TIT-DATA-VENC(WRK-IDX-TIT) > WRK-DATA-LIMITE
               GO TO 0200-SELECIONAR-EXIT
           END-IF.
           MOVE SPACES TO WRK-MOTIVO-FORA.
           IF WRK-QTD-FORNECEDORES = ZEROS
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO-FORA
           ELSE
               SET WRK-IDX-FOR TO 1
               SEARCH WRK-FOR
                   AT END
                       MOVE 'FORNECEDOR NAO CADASTRADO'
                           TO WRK-MOTIVO-FORA
                   WHEN WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           = WRK-TIT-FORNECEDOR(WRK-IDX-TIT)
                       IF NOT WRK-FOR-TAB-ATIVO(WRK-IDX-FOR)
                           MOVE 'FORNECEDOR INATIVO'
                               TO WRK-MOTIVO-FORA
                       ELSE
                           IF WRK-FOR-TAB-BANCO(WRK-IDX-FOR) = ZEROS
                               OR WRK-FOR-TAB-CONTA(WRK-IDX-FOR)
                                   = ZEROS
                               MOVE 'FORNECEDOR SEM DADOS BANCARIOS'
                                   TO WRK-MOTIVO-FORA
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

           MOVE WRK-TIT-FORNECEDOR(WRK-IDX-TIT) TO WRK-DET-FORNECEDOR.
           MOVE WRK-TIT-NOTA(WRK-IDX-TIT) TO WRK-DET-NOTA.
           MOVE WRK-TIT-DATA-VENC(WRK-IDX-TIT) TO WRK-DET-VENCIMENTO.
           MOVE WRK-TIT-VALOR(WRK-IDX-TIT) TO WRK-DET-VALOR.
           IF WRK-MOTIVO-FORA NOT = SPACES
               MOVE ZEROS TO WRK-DET-ORDEM
               MOVE WRK-MOTIVO-FORA TO WRK-DET-OBSERVACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-QTD-FORA
               ADD WRK-TIT-VALOR(WRK-IDX-TIT) TO WRK-TOTAL-FORA
               GO TO 0200-SELECIONAR-EXIT
           END-IF.

           ADD 1 TO WRK-ULTIMA-ORDEM.
           MOVE WRK-ULTIMA-ORDEM TO WRK-TIT-ORDEM(WRK-IDX-TIT).
           SET WRK-TIT-SELECIONADO(WRK-IDX-TIT) TO TRUE.
           MOVE WRK-ULTIMA-ORDEM TO REM-MATRICULA.
           MOVE WRK-FOR-TAB-RAZAO(WRK-IDX-FOR) TO REM-NOME.
           MOVE WRK-FOR-TAB-BANCO(WRK-IDX-FOR) TO REM-BANCO.
           MOVE WRK-FOR-TAB-AGENCIA(WRK-IDX-FOR) TO REM-AGENCIA.
           MOVE WRK-FOR-TAB-CONTA(WRK-IDX-FOR) TO REM-CONTA-CORRENTE.
           MOVE WRK-FOR-TAB-DV(WRK-IDX-FOR) TO REM-CONTA-DV.
           MOVE WRK-TIT-VALOR(WRK-IDX-TIT) TO REM-VALOR.
           MOVE WRK-DATA-SISTEMA TO REM-DATA-GERACAO.
           WRITE WRK-REG-REMESSA.
           ADD 1 TO WRK-QTD-SELECIONADOS.
           ADD WRK-TIT-VALOR(WRK-IDX-TIT) TO WRK-TOTAL-SELECIONADO.
           MOVE WRK-ULTIMA-ORDEM TO WRK-DET-ORDEM.
           MOVE WRK-FOR-TAB-RAZAO(WRK-IDX-FOR) TO WRK-DET-OBSERVACAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0200-SELECIONAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK OR WRK-FALHA
               DISPLAY 'CPSELEC: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-TITULOS > ZEROS
               PERFORM 0910-GRAVAR-TITULO THRU 0910-GRAVAR-TITULO-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           END-IF.
           MOVE 'TITULOS SELECIONADOS..' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-SELECIONADOS TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-SELECIONADO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'VENCIDOS NAO PAGAVEIS.' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-FORA TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-FORA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE CPNOVO-ARQ.
           CLOSE REMESSA-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CPSELEC: ' WRK-QTD-SELECIONADOS
               ' TITULOS NA REMESSA (' WRK-TOTAL-SELECIONADO '), '
               WRK-QTD-FORA ' VENCIDOS FORA DA REMESSA'.
           DISPLAY 'CPSELEC: SUBSTITUA CPAGAR POR CPAGNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-TITULO.
           WRITE WRK-REG-CPNOVO FROM WRK-TIT(WRK-IDX-TIT).
       0910-GRAVAR-TITULO-EXIT.
           EXIT.

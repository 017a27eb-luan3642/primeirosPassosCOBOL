       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAGING.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: AGING DO CONTAS A PAGAR POR FORNECEDOR. LE OS
      * TITULOS DO CPAGAR (VER CPAGREG.COB) QUE AINDA NAO FORAM
      * PAGOS (EM ABERTO OU SELECIONADOS NA REMESSA AGUARDANDO
      * RETORNO), ENVELHECE CADA UM PELOS DIAS DE ATRASO SOBRE
      * O VENCIMENTO (DIFERENCA COMERCIAL DE 30 DIAS POR MES,
      * MESMO CALCULO DO CRAGING) E ACUMULA POR FORNECEDOR NAS
      * FAIXAS: A VENCER, 1-30, 31-60, 61-90 E ACIMA DE 90 DIAS
      * DE ATRASO. O RELATORIO CPAGEREL TRAZ UMA LINHA POR
      * FORNECEDOR (RAZAO SOCIAL PELO FORNMSTR) E OS TOTAIS POR
      * FAIXA.
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

           SELECT FORNECEDOR-ARQ ASSIGN TO 'FORNMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FOR.

           SELECT RELATORIO-ARQ ASSIGN TO 'CPAGEREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPAGAR-ARQ.
           COPY 'CPAGREG.COB'.

       FD  FORNECEDOR-ARQ.
           COPY 'FORNREG.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FOR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-CPG              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CPG                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88  WRK-TABELA-CHEIA                   VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    UMA LINHA POR FORNECEDOR: O FORNMSTR INTEIRO, MAIS O
      *    FORNECEDOR DE TITULO QUE NAO ESTA NO CADASTRO.
       77  WRK-QTD-FORNECEDORES         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-FORNECEDORES
                   INDEXED BY WRK-IDX-FOR.
               10  WRK-FOR-TAB-CODIGO    PIC 9(05).
               10  WRK-FOR-TAB-RAZAO     PIC X(30).
               10  WRK-FOR-TAB-A-VENCER  PIC 9(09)V99.
               10  WRK-FOR-TAB-01-30     PIC 9(09)V99.
               10  WRK-FOR-TAB-31-60     PIC 9(09)V99.
               10  WRK-FOR-TAB-61-90     PIC 9(09)V99.
               10  WRK-FOR-TAB-ACIMA-90  PIC 9(09)V99.

       77  WRK-DIAS-ATRASO              PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-TITULOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-A-VENCER             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-01-30                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-31-60                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-61-90                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ACIMA-90             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-GERAL                PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(44) VALUE
           'AGING DO CONTAS A PAGAR POR FORNECEDOR'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(20) VALUE
               'FORNECEDOR'.
           05  FILLER                   PIC X(12) VALUE
               '    A VENCER'.
           05  FILLER                   PIC X(12) VALUE
               '   1-30 DIAS'.
           05  FILLER                   PIC X(12) VALUE
               '  31-60 DIAS'.
           05  FILLER                   PIC X(12) VALUE
               '  61-90 DIAS'.
           05  FILLER                   PIC X(12) VALUE
               '   ACIMA 90'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-FORNECEDOR       PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-RAZAO            PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-A-VENCER         PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-01-30            PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-31-60            PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-61-90            PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ACIMA-90         PIC ZZZZZZZ9,99.

       01  WRK-LINHA-FAIXA.
           05  WRK-FX-TITULO            PIC X(18).
           05  WRK-FX-VALOR             PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-FORNECEDORES
               THRU 0120-CARREGAR-FORNECEDORES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-CPG
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-ARQ.
           IF WRK-FS-FOR NOT = '00'
               GO TO 0120-CARREGAR-FORNECEDORES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FOR = '10'
               READ FORNECEDOR-ARQ
                   AT END MOVE '10' TO WRK-FS-FOR
                   NOT AT END
                       IF WRK-QTD-FORNECEDORES < 500
                           ADD 1 TO WRK-QTD-FORNECEDORES
                           SET WRK-IDX-FOR TO WRK-QTD-FORNECEDORES
                           MOVE WRK-FOR-CODIGO TO
                               WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           MOVE WRK-FOR-RAZAO-SOCIAL TO
                               WRK-FOR-TAB-RAZAO(WRK-IDX-FOR)
                           PERFORM 0130-ZERAR-FAIXAS
                               THRU 0130-ZERAR-FAIXAS-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDOR-ARQ.
       0120-CARREGAR-FORNECEDORES-EXIT.
           EXIT.

       0130-ZERAR-FAIXAS.
           MOVE ZEROS TO WRK-FOR-TAB-A-VENCER(WRK-IDX-FOR).
           MOVE ZEROS TO WRK-FOR-TAB-01-30(WRK-IDX-FOR).
           MOVE ZEROS TO WRK-FOR-TAB-31-60(WRK-IDX-FOR).
           MOVE ZEROS TO WRK-FOR-TAB-61-90(WRK-IDX-FOR).
           MOVE ZEROS TO WRK-FOR-TAB-ACIMA-90(WRK-IDX-FOR).
       0130-ZERAR-FAIXAS-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT CPAGAR-ARQ.
           IF WRK-FS-CPG NOT = '00'
               MOVE WRK-FS-CPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPAGING: ERRO AO ABRIR CPAGAR - STATUS '
                   WRK-FS-CPG ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-CPG TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
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
      * ENVELHECE CADA TITULO NAO PAGO E ACUMULA NA FAIXA DO *
      * FORNECEDOR. TITULO AINDA NAO VENCIDO FICA EM A VENCER*
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ CPAGAR-ARQ
               AT END
                   SET WRK-FIM-CPG TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-CPG-PAGO
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           PERFORM 0250-LOCALIZAR-FORNECEDOR
               THRU 0250-LOCALIZAR-FORNECEDOR-EXIT.
           IF WRK-TABELA-CHEIA
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-TITULOS.
           COMPUTE WRK-DIAS-ATRASO =
               ((WRK-ANOSYS - WRK-CPG-VENC-ANO) * 360)
               + ((WRK-MESSYS - WRK-CPG-VENC-MES) * 30)
               + WRK-DIASYS - WRK-CPG-VENC-DIA.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 0
                   ADD WRK-CPG-VALOR
                       TO WRK-FOR-TAB-A-VENCER(WRK-IDX-FOR)
                   ADD WRK-CPG-VALOR TO WRK-TOT-A-VENCER
               WHEN WRK-DIAS-ATRASO <= 30
                   ADD WRK-CPG-VALOR TO WRK-FOR-TAB-01-30(WRK-IDX-FOR)
                   ADD WRK-CPG-VALOR TO WRK-TOT-01-30
               WHEN WRK-DIAS-ATRASO <= 60
                   ADD WRK-CPG-VALOR TO WRK-FOR-TAB-31-60(WRK-IDX-FOR)
                   ADD WRK-CPG-VALOR TO WRK-TOT-31-60
               WHEN WRK-DIAS-ATRASO <= 90
                   ADD WRK-CPG-VALOR TO WRK-FOR-TAB-61-90(WRK-IDX-FOR)
                   ADD WRK-CPG-VALOR TO WRK-TOT-61-90
               WHEN OTHER
                   ADD WRK-CPG-VALOR
                       TO WRK-FOR-TAB-ACIMA-90(WRK-IDX-FOR)
                   ADD WRK-CPG-VALOR TO WRK-TOT-ACIMA-90
           END-EVALUATE.
           ADD WRK-CPG-VALOR TO WRK-TOT-GERAL.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-FOR NO FORNECEDOR DO TITULO; SE    *
      * ELE NAO ESTIVER NO FORNMSTR, ABRE UMA LINHA PARA ELE.*
      *----------------------------------------------------*
       0250-LOCALIZAR-FORNECEDOR.
           IF WRK-QTD-FORNECEDORES > ZEROS
               SET WRK-IDX-FOR TO 1
               SEARCH WRK-FOR
                   AT END
                       CONTINUE
                   WHEN WRK-FOR-TAB-CODIGO(WRK-IDX-FOR)
                           = WRK-CPG-FORNECEDOR
                       GO TO 0250-LOCALIZAR-FORNECEDOR-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-FORNECEDORES >= 500
               IF NOT WRK-TABELA-CHEIA
                   SET WRK-TABELA-CHEIA TO TRUE
                   DISPLAY 'CPAGING: MAIS DE 500 FORNECEDORES - '
                       'RELATORIO INCOMPLETO'
               END-IF
               GO TO 0250-LOCALIZAR-FORNECEDOR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-FORNECEDORES.
           SET WRK-IDX-FOR TO WRK-QTD-FORNECEDORES.
           MOVE WRK-CPG-FORNECEDOR TO WRK-FOR-TAB-CODIGO(WRK-IDX-FOR).
           MOVE 'NAO CADASTRADO' TO WRK-FOR-TAB-RAZAO(WRK-IDX-FOR).
           PERFORM 0130-ZERAR-FAIXAS THRU 0130-ZERAR-FAIXAS-EXIT.
       0250-LOCALIZAR-FORNECEDOR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CPAGING: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-FORNECEDORES > ZEROS
               PERFORM 0910-IMPRIMIR-FORNECEDOR
                   THRU 0910-IMPRIMIR-FORNECEDOR-EXIT
                   VARYING WRK-IDX-FOR FROM 1 BY 1
                   UNTIL WRK-IDX-FOR > WRK-QTD-FORNECEDORES
           END-IF.
           MOVE 'A VENCER..........' TO WRK-FX-TITULO.
           MOVE WRK-TOT-A-VENCER TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'VENCIDO 1-30 DIAS.' TO WRK-FX-TITULO.
           MOVE WRK-TOT-01-30 TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'DE 31 A 60 DIAS...' TO WRK-FX-TITULO.
           MOVE WRK-TOT-31-60 TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'DE 61 A 90 DIAS...' TO WRK-FX-TITULO.
           MOVE WRK-TOT-61-90 TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'ACIMA DE 90.......' TO WRK-FX-TITULO.
           MOVE WRK-TOT-ACIMA-90 TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'TOTAL A PAGAR.....' TO WRK-FX-TITULO.
           MOVE WRK-TOT-GERAL TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           CLOSE CPAGAR-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CPAGING: ' WRK-QTD-TITULOS ' TITULOS A PAGAR DE '
               WRK-QTD-LINHAS ' FORNECEDORES, TOTAL ' WRK-TOT-GERAL.
       0900-ENCERRAR-EXIT.
           EXIT.

      *    SO SAI O FORNECEDOR QUE TEM ALGUM TITULO A PAGAR.
       0910-IMPRIMIR-FORNECEDOR.
           IF WRK-FOR-TAB-A-VENCER(WRK-IDX-FOR) = ZEROS
               AND WRK-FOR-TAB-01-30(WRK-IDX-FOR) = ZEROS
               AND WRK-FOR-TAB-31-60(WRK-IDX-FOR) = ZEROS
               AND WRK-FOR-TAB-61-90(WRK-IDX-FOR) = ZEROS
               AND WRK-FOR-TAB-ACIMA-90(WRK-IDX-FOR) = ZEROS
               GO TO 0910-IMPRIMIR-FORNECEDOR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE WRK-FOR-TAB-CODIGO(WRK-IDX-FOR) TO WRK-DET-FORNECEDOR.
           MOVE WRK-FOR-TAB-RAZAO(WRK-IDX-FOR) TO WRK-DET-RAZAO.
           MOVE WRK-FOR-TAB-A-VENCER(WRK-IDX-FOR) TO WRK-DET-A-VENCER.
           MOVE WRK-FOR-TAB-01-30(WRK-IDX-FOR) TO WRK-DET-01-30.
           MOVE WRK-FOR-TAB-31-60(WRK-IDX-FOR) TO WRK-DET-31-60.
           MOVE WRK-FOR-TAB-61-90(WRK-IDX-FOR) TO WRK-DET-61-90.
           MOVE WRK-FOR-TAB-ACIMA-90(WRK-IDX-FOR) TO WRK-DET-ACIMA-90.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0910-IMPRIMIR-FORNECEDOR-EXIT.
           EXIT.

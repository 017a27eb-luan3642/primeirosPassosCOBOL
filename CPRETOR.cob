       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRETOR.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: BAIXA DOS TITULOS DO CONTAS A PAGAR PELO
      * RETORNO DO BANCO (CPRETORN, MESMO LAYOUT DO BANKRTN DA
      * FOLHA) PARA A REMESSA GERADA PELO CPSELEC. O CAMPO DE
      * MATRICULA DO RETORNO TRAZ O NUMERO DA ORDEM DE
      * PAGAMENTO, QUE IDENTIFICA O TITULO SELECIONADO.
      *   - PAGAMENTO ACEITO, COM O MESMO VALOR DO TITULO: O
      *     TITULO FICA PAGO NA DATA DO DIA E O PAGAMENTO E
      *     CONTABILIZADO NO GLFILE (DEBITO DE FORNECEDORES A
      *     PAGAR, CARTAO GLCPFOR; CREDITO DE BANCO, CARTAO
      *     GLCPBCO);
      *   - PAGAMENTO REJEITADO: O TITULO VOLTA PARA EM ABERTO,
      *     SEM ORDEM, E ENTRA NA PROXIMA SELECAO DEPOIS DE
      *     CORRIGIDOS OS DADOS BANCARIOS DO FORNECEDOR;
      *   - ORDEM DESCONHECIDA OU VALOR DIVERGENTE: NADA E
      *     BAIXADO, SO SAI NO RELATORIO PARA CONFERENCIA.
      * OS TITULOS SAEM NA GERACAO NOVA CPAGNEW, QUE SUBSTITUI O
      * CPAGAR. RELATORIO EM CPRETREL.
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
           SELECT RETORNO-ARQ ASSIGN TO 'CPRETORN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.

           SELECT CPAGAR-ARQ ASSIGN TO 'CPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPG.

           SELECT CPNOVO-ARQ ASSIGN TO 'CPAGNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPN.

           SELECT GLCPFOR-ARQ ASSIGN TO 'GLCPFOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GFO.

           SELECT GLCPBCO-ARQ ASSIGN TO 'GLCPBCO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GBC.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT RELATORIO-ARQ ASSIGN TO 'CPRETREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-ARQ.
       01  WRK-REG-RETORNO.
           05  RET-MATRICULA           PIC 9(06).
           05  RET-NOME                PIC X(20).
           05  RET-SITUACAO            PIC X(01).
               88  RET-ACEITO                     VALUE 'A'.
               88  RET-REJEITADO                  VALUE 'R'.
           05  RET-VALOR               PIC 9(07)V99.
           05  RET-OCORRENCIA          PIC X(30).

       FD  CPAGAR-ARQ.
           COPY 'CPAGREG.COB'.

       FD  CPNOVO-ARQ.
       01  WRK-REG-CPNOVO              PIC X(77).

       FD  GLCPFOR-ARQ.
       01  WRK-REG-GLCPFOR             PIC 9(08).

       FD  GLCPBCO-ARQ.
       01  WRK-REG-GLCPBCO             PIC 9(08).

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

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-RET                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GFO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GBC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-RET              PIC X(01) VALUE 'N'.
           88  WRK-FIM-RET                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FALHA                PIC X(01) VALUE 'N'.
           88  WRK-FALHA                          VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    CONTAS DO PAGAMENTO. OS PADROES SO VALEM ENQUANTO OS
      *    CARTOES NAO EXISTIREM.
       77  WRK-CONTA-FORNECEDORES       PIC 9(08) VALUE 21000020.
       77  WRK-CONTA-BANCO              PIC 9(08) VALUE 11000001.

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
                   88  WRK-TIT-PAGO               VALUE 'P'.

       77  WRK-QTD-PAGOS                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES          PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(50) VALUE
           'CONTAS A PAGAR - RETORNO BANCARIO DOS PAGAMENTOS'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(07) VALUE 'ORDEM'.
           05  FILLER                   PIC X(06) VALUE 'FORN'.
           05  FILLER                   PIC X(11) VALUE 'NOTA'.
           05  FILLER                   PIC X(12) VALUE '      VALOR'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
               'SITUACAO / OCORRENCIA'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-ORDEM            PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FORNECEDOR       PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOTA             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-OCORRENCIA       PIC X(30).

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
           PERFORM 0110-LER-CARTOES THRU 0110-LER-CARTOES-EXIT.
           PERFORM 0130-CARREGAR-TITULOS
               THRU 0130-CARREGAR-TITULOS-EXIT.
           IF NOT WRK-FALHA
               PERFORM 0100-ABRIR-ARQUIVOS
                   THRU 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-RET
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT RETORNO-ARQ.
           IF WRK-FS-RET NOT = '00'
               MOVE WRK-FS-RET TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPRETOR: ERRO AO ABRIR CPRETORN - STATUS '
                   WRK-FS-RET ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT CPNOVO-ARQ.
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

       0110-LER-CARTOES.
           OPEN INPUT GLCPFOR-ARQ.
           IF WRK-FS-GFO = '00'
               READ GLCPFOR-ARQ
                   NOT AT END MOVE WRK-REG-GLCPFOR
                       TO WRK-CONTA-FORNECEDORES
               END-READ
               CLOSE GLCPFOR-ARQ
           END-IF.
           OPEN INPUT GLCPBCO-ARQ.
           IF WRK-FS-GBC = '00'
               READ GLCPBCO-ARQ
                   NOT AT END MOVE WRK-REG-GLCPBCO
                       TO WRK-CONTA-BANCO
               END-READ
               CLOSE GLCPBCO-ARQ
           END-IF.
       0110-LER-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CPAGAR (OBRIGATORIO - SEM ELE NAO HA O QUE *
      * BAIXAR).                                             *
      *----------------------------------------------------*
       0130-CARREGAR-TITULOS.
           OPEN INPUT CPAGAR-ARQ.
           IF WRK-FS-CPG NOT = '00'
               MOVE WRK-FS-CPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CPRETOR: ERRO AO ABRIR CPAGAR - STATUS '
                   WRK-FS-CPG ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
               GO TO 0130-CARREGAR-TITULOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CPG = '10'
               READ CPAGAR-ARQ
                   AT END MOVE '10' TO WRK-FS-CPG
                   NOT AT END
                       IF WRK-QTD-TITULOS >= 5000
                           IF NOT WRK-FALHA
                               SET WRK-FALHA TO TRUE
                               DISPLAY 'CPRETOR: MAIS DE 5000 '
                                   'TITULOS NO CONTAS A PAGAR'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-TITULOS
                           SET WRK-IDX-TIT TO WRK-QTD-TITULOS
                           MOVE WRK-TITULO-PAGAR
                               TO WRK-TIT(WRK-IDX-TIT)
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
      * PARA CADA RETORNO, LOCALIZA O TITULO SELECIONADO COM *
      * A MESMA ORDEM E APLICA A SITUACAO DO BANCO.          *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ RETORNO-ARQ
               AT END
                   SET WRK-FIM-RET TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           MOVE RET-MATRICULA TO WRK-DET-ORDEM.
           MOVE RET-VALOR TO WRK-DET-VALOR.
           MOVE RET-OCORRENCIA TO WRK-DET-OCORRENCIA.
           MOVE ZEROS TO WRK-DET-FORNECEDOR.
           MOVE RET-NOME(1:10) TO WRK-DET-NOTA.

           IF WRK-QTD-TITULOS = ZEROS
               GO TO 0250-ORDEM-DESCONHECIDA
           END-IF.
           SET WRK-IDX-TIT TO 1.
           SEARCH WRK-TIT
               AT END
                   GO TO 0250-ORDEM-DESCONHECIDA
               WHEN WRK-TIT-ORDEM(WRK-IDX-TIT) = RET-MATRICULA
                   AND WRK-TIT-SELECIONADO(WRK-IDX-TIT)
                   CONTINUE
           END-SEARCH.
           MOVE WRK-TIT-FORNECEDOR(WRK-IDX-TIT) TO WRK-DET-FORNECEDOR.
           MOVE WRK-TIT-NOTA(WRK-IDX-TIT) TO WRK-DET-NOTA.

           IF RET-REJEITADO
               MOVE ZEROS TO WRK-TIT-ORDEM(WRK-IDX-TIT)
               SET WRK-TIT-EM-ABERTO(WRK-IDX-TIT) TO TRUE
               ADD 1 TO WRK-QTD-DEVOLVIDOS
               ADD WRK-TIT-VALOR(WRK-IDX-TIT) TO WRK-TOTAL-DEVOLVIDO
               MOVE 'REJEITADO' TO WRK-DET-SITUACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF NOT RET-ACEITO
               OR RET-VALOR NOT = WRK-TIT-VALOR(WRK-IDX-TIT)
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE 'DIVERGENTE' TO WRK-DET-SITUACAO
               MOVE 'SITUACAO OU VALOR NAO CONFERE'
                   TO WRK-DET-OCORRENCIA
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           SET WRK-TIT-PAGO(WRK-IDX-TIT) TO TRUE.
           MOVE WRK-DATA-SISTEMA TO WRK-TIT-DATA-PAGAM(WRK-IDX-TIT).
           ADD 1 TO WRK-QTD-PAGOS.
           ADD RET-VALOR TO WRK-TOTAL-PAGO.
           MOVE 'D' TO GLF-TIPO.
           MOVE WRK-CONTA-FORNECEDORES TO GLF-CONTA.
           MOVE RET-VALOR TO GLF-VALOR.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE WRK-TIT-NOTA(WRK-IDX-TIT) TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD RET-VALOR TO WRK-TOTAL-DEBITOS.
           MOVE 'C' TO GLF-TIPO.
           MOVE WRK-CONTA-BANCO TO GLF-CONTA.
           WRITE WRK-REG-GLFILE.
           ADD RET-VALOR TO WRK-TOTAL-CREDITOS.
           MOVE 'PAGO' TO WRK-DET-SITUACAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           GO TO 0200-PROCESSAR-EXIT.

       0250-ORDEM-DESCONHECIDA.
           ADD 1 TO WRK-QTD-DIVERGENTES.
           MOVE 'SEM TITULO' TO WRK-DET-SITUACAO.
           MOVE 'ORDEM NAO SELECIONADA (CPAGAR)'
               TO WRK-DET-OCORRENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0200-PROCESSAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CPRETOR: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-TITULOS > ZEROS
               PERFORM 0910-GRAVAR-TITULO THRU 0910-GRAVAR-TITULO-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           END-IF.
           MOVE 'TITULOS PAGOS.........' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-PAGOS TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-PAGO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'DEVOLVIDOS EM ABERTO..' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-DEVOLVIDOS TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE 'DIVERGENCIAS..........' TO WRK-TOT-TITULO.
           MOVE WRK-QTD-DIVERGENTES TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE RETORNO-ARQ.
           CLOSE CPNOVO-ARQ.
           CLOSE GLFILE-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CPRETOR: ' WRK-QTD-PAGOS ' TITULOS PAGOS ('
               WRK-TOTAL-PAGO '), ' WRK-QTD-DEVOLVIDOS
               ' DEVOLVIDOS, ' WRK-QTD-DIVERGENTES ' DIVERGENCIAS'.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY 'CPRETOR: LANCAMENTOS DO GLFILE NAO CONFEREM'
           END-IF.
           DISPLAY 'CPRETOR: SUBSTITUA CPAGAR POR CPAGNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-TITULO.
           WRITE WRK-REG-CPNOVO FROM WRK-TIT(WRK-IDX-TIT).
       0910-GRAVAR-TITULO-EXIT.
           EXIT.

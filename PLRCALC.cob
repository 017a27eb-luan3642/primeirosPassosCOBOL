      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - MES COM MAIS DE 15 DIAS DE AFASTAMENTO POR DOENCA OU
      *   ACIDENTE A CARGO DO INSS (AFASMSTR, CONTADO PELA
      *   AFASDIAS) NAO GERA AVO, COMO NO DECTERC.
      * - ERRO NA ABERTURA DOS ARQUIVOS DEVOLVE RETURN-CODE 8
      *   AO FECHAMENTO ANUAL (FECHANO).
      * - QUARENTENA DE TROCA DE CONTA, COMO NO BANKREM: CONTA
      *   DO CADASTRO QUE E A CONTA NOVA DE UMA TROCA AINDA
      *   PENDENTE NO CONTAHIS (VER CONTAREG.COB) NAO RECEBE O
      *   PLR ATE O RH CONFIRMAR A TROCA; A MATRICULA FICA FORA
      *   DO PLRREM, SAI NO PLRREG COMO RETIDA (RETURN-CODE 4).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ANO.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT DECPONTO-ARQ ASSIGN TO 'DECPONTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSHIST-ARQ.
       FD  PLRANO-ARQ.
       01  WRK-REG-PLRANO              PIC 9(04).

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  DECPONTO-ARQ.
       01  WRK-REG-DECPONTO            PIC X(01).

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
       77  WRK-FS-MET                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ANO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DEC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
       77  WRK-TOTAL-PAGO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-CONTEMPLADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-QUARENTENA           PIC 9(06) VALUE ZEROS.

      *    TROCAS DE CONTA AINDA PENDENTES DE CONFIRMACAO DO RH
      *    (CONTAHIS): A CONTA NOVA NAO RECEBE CREDITO ATE LA.
       77  WRK-QTD-PENDENTES            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENDENTES.
           05  WRK-PND OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PENDENTES
                   INDEXED BY WRK-IDX-PND.
               10  WRK-PND-MATRICULA     PIC 9(06).
               10  WRK-PND-CONTA-NOVA    PIC X(16).
       77  WRK-SW-EM-QUARENTENA         PIC X(01) VALUE 'N'.
           88  WRK-EM-QUARENTENA                   VALUE 'S'.

      *    AFASTAMENTOS DE DOENCA/ACIDENTE QUE TOCAM O ANO DO PLR,
      *    CARREGADOS UMA VEZ DO AFASMSTR (EM ORDEM DE MATRICULA,
      *    A ORDEM DA CHAVE). SEM O ARQUIVO, NINGUEM PERDE AVO.
       77  WRK-QTD-AFASTAMENTOS         PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-AFAST.
           05  WRK-AFT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-AFASTAMENTOS
                   INDEXED BY WRK-IDX-AFT.
               10  WRK-AFT-MATRICULA     PIC 9(06).
               10  WRK-AFT-TIPO          PIC X(01).
               10  WRK-AFT-INICIO        PIC 9(08).
               10  WRK-AFT-RETORNO       PIC 9(08).
       77  WRK-SW-AFAST-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-AFAST-CHEIA                     VALUE 'S'.
       77  WRK-SW-FIM-AFAST-FUNC        PIC X(01) VALUE 'N'.
           88  WRK-FIM-AFAST-FUNC                  VALUE 'S'.
       77  WRK-DATA-ANO-INICIO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANO-FIM             PIC 9(08) VALUE ZEROS.
       77  WRK-PRIMEIRO-AFT             PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AVO                  PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-INSS-MES            PIC 9(03) VALUE ZEROS.

       77  WRK-LINHAS-PAGINA            PIC 9(02) VALUE ZEROS.
       77  WRK-NUM-PAGINA               PIC 9(04) VALUE ZEROS.
           05  WRK-DET-AVOS             PIC Z9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-OBSERVACAO       PIC X(25).

       01  WRK-LINHA-POOL.
           05  FILLER                   PIC X(14)
               THRU 0140-DIMENSIONAR-POOL-EXIT.
           PERFORM 0150-CARREGAR-SW-DECIMAL
               THRU 0150-CARREGAR-SW-DECIMAL-EXIT.
           PERFORM 0170-CARREGAR-AFASTAMENTOS
               THRU 0170-CARREGAR-AFASTAMENTOS-EXIT.
           PERFORM 0180-CARREGAR-PENDENTES
               THRU 0180-CARREGAR-PENDENTES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-SOMAR-AVOS THRU 0200-SOMAR-AVOS-EXIT
       0150-CARREGAR-SW-DECIMAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS AFASTAMENTOS DE DOENCA/ACIDENTE QUE TOCAM *
      * O ANO DO PLR (MATERNIDADE NAO TIRA AVO E NEM ENTRA   *
      * NA TABELA).                                          *
      *----------------------------------------------------*
       0170-CARREGAR-AFASTAMENTOS.
           COMPUTE WRK-DATA-ANO-INICIO = WRK-ANO-PLR * 10000 + 0101.
           COMPUTE WRK-DATA-ANO-FIM = WRK-ANO-PLR * 10000 + 1231.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               GO TO 0170-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-AFA = '10'
               READ AFASTAMENTO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-AFA
                   NOT AT END
                       PERFORM 0175-GUARDAR-AFASTAMENTO
                           THRU 0175-GUARDAR-AFASTAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE AFASTAMENTO-ARQ.
       0170-CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       0175-GUARDAR-AFASTAMENTO.
           IF NOT WRK-AFA-DOENCA AND NOT WRK-AFA-ACIDENTE
               GO TO 0175-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-AFA-DATA-INICIO > WRK-DATA-ANO-FIM
               GO TO 0175-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-AFA-DATA-RETORNO NOT = ZEROS
               AND WRK-AFA-DATA-RETORNO NOT > WRK-DATA-ANO-INICIO
               GO TO 0175-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-QTD-AFASTAMENTOS >= 2000
               IF NOT WRK-AFAST-CHEIA
                   SET WRK-AFAST-CHEIA TO TRUE
                   DISPLAY 'PLRCALC: MAIS DE 2000 AFASTAMENTOS NO '
                       'ANO - EXCEDENTES NAO TIRAM AVOS'
               END-IF
               GO TO 0175-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           SET WRK-IDX-AFT TO WRK-QTD-AFASTAMENTOS.
           MOVE WRK-AFA-MATRICULA TO WRK-AFT-MATRICULA(WRK-IDX-AFT).
           MOVE WRK-AFA-TIPO TO WRK-AFT-TIPO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-INICIO TO WRK-AFT-INICIO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-RETORNO TO WRK-AFT-RETORNO(WRK-IDX-AFT).
       0175-GUARDAR-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS TROCAS DE CONTA PENDENTES DO HISTORICO    *
      * (CONTAHIS). SEM O ARQUIVO, NINGUEM E RETIDO.         *
      *----------------------------------------------------*
       0180-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           OPEN INPUT CONTAHIS-ARQ.
           IF WRK-FS-TRC NOT = '00'
               GO TO 0180-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TRC = '10'
               READ CONTAHIS-ARQ
                   AT END MOVE '10' TO WRK-FS-TRC
                   NOT AT END
                       IF WRK-TRC-PENDENTE
                           IF WRK-QTD-PENDENTES >= 2000
                               DISPLAY 'PLRCALC: CONTAHIS COM MAIS '
                                   'DE 2000 TROCAS PENDENTES - '
                                   'EXCEDENTES NAO SERAO RETIDAS'
                           ELSE
                               ADD 1 TO WRK-QTD-PENDENTES
                               SET WRK-IDX-PND TO WRK-QTD-PENDENTES
                               MOVE WRK-TRC-MATRICULA TO
                                   WRK-PND-MATRICULA(WRK-IDX-PND)
                               MOVE WRK-TRC-CONTA-NOVA TO
                                   WRK-PND-CONTA-NOVA(WRK-IDX-PND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAHIS-ARQ.
       0180-CARREGAR-PENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VERIFICA SE A CONTA DO CADASTRO DA MATRICULA       *
      * CORRENTE E A CONTA NOVA DE UMA TROCA AINDA PENDENTE. *
      *----------------------------------------------------*
       0185-VERIFICAR-QUARENTENA.
           SET WRK-SW-EM-QUARENTENA TO 'N'.
           IF WRK-QTD-PENDENTES = ZEROS
               GO TO 0185-VERIFICAR-QUARENTENA-EXIT
           END-IF.
           SET WRK-IDX-PND TO 1.
           SEARCH WRK-PND
               AT END
                   CONTINUE
               WHEN WRK-PND-MATRICULA(WRK-IDX-PND) = WRK-MATRICULA
                   AND WRK-PND-CONTA-NOVA(WRK-IDX-PND)
                       = WRK-DADOS-BANCARIOS
                   SET WRK-EM-QUARENTENA TO TRUE
           END-SEARCH.
       0185-VERIFICAR-QUARENTENA-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
      * CALCULA OS AVOS DO FUNCIONARIO CORRENTE NO ANO DO    *
      * PLR: DO MES DE ADMISSAO (OU JANEIRO) ATE DEZEMBRO    *
      * (OU O MES DE DESLIGAMENTO). SEM MES NO ANO, ZERO.    *
      * MES COM MAIS DE 15 DIAS A CARGO DO INSS NAO CONTA.   *
      *----------------------------------------------------*
       0210-CALCULAR-AVOS.
           MOVE ZEROS TO WRK-QTD-AVOS.
           COMPUTE WRK-QTD-AVOS = WRK-MES-FIM - WRK-MES-INICIO + 1.
           IF WRK-QTD-AVOS < ZEROS
               MOVE ZEROS TO WRK-QTD-AVOS
               GO TO 0210-CALCULAR-AVOS-EXIT
           END-IF.
           PERFORM 0220-DESCONTAR-AFASTAMENTOS
               THRU 0220-DESCONTAR-AFASTAMENTOS-EXIT.
       0210-CALCULAR-AVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARA CADA MES DOS AVOS, SOMA OS DIAS A CARGO DO INSS *
      * DE TODOS OS AFASTAMENTOS DA MATRICULA; PASSANDO DE   *
      * 15, O MES NAO GERA AVO.                              *
      *----------------------------------------------------*
       0220-DESCONTAR-AFASTAMENTOS.
           IF WRK-QTD-AFASTAMENTOS = ZEROS
               GO TO 0220-DESCONTAR-AFASTAMENTOS-EXIT
           END-IF.
           SET WRK-IDX-AFT TO 1.
           SEARCH WRK-AFT
               AT END
                   GO TO 0220-DESCONTAR-AFASTAMENTOS-EXIT
               WHEN WRK-AFT-MATRICULA(WRK-IDX-AFT) = WRK-MATRICULA
                   SET WRK-PRIMEIRO-AFT TO WRK-IDX-AFT
           END-SEARCH.
           MOVE WRK-MES-INICIO TO WRK-MES-AVO.
           PERFORM 0230-VERIFICAR-MES THRU 0230-VERIFICAR-MES-EXIT
               UNTIL WRK-MES-AVO > WRK-MES-FIM.
       0220-DESCONTAR-AFASTAMENTOS-EXIT.
           EXIT.

       0230-VERIFICAR-MES.
           MOVE ZEROS TO WRK-DIAS-INSS-MES.
           SET WRK-IDX-AFT TO WRK-PRIMEIRO-AFT.
           MOVE 'N' TO WRK-SW-FIM-AFAST-FUNC.
           PERFORM 0240-SOMAR-DIAS-INSS THRU 0240-SOMAR-DIAS-INSS-EXIT
               UNTIL WRK-FIM-AFAST-FUNC.
           IF WRK-DIAS-INSS-MES > 15
               SUBTRACT 1 FROM WRK-QTD-AVOS
           END-IF.
           ADD 1 TO WRK-MES-AVO.
       0230-VERIFICAR-MES-EXIT.
           EXIT.

       0240-SOMAR-DIAS-INSS.
           MOVE WRK-AFT-TIPO(WRK-IDX-AFT)    TO WRK-AD-TIPO.
           MOVE WRK-AFT-INICIO(WRK-IDX-AFT)  TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFT-RETORNO(WRK-IDX-AFT) TO WRK-AD-DATA-RETORNO.
           MOVE WRK-ANO-PLR                  TO WRK-AD-CMP-ANO.
           MOVE WRK-MES-AVO                  TO WRK-AD-CMP-MES.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           ADD WRK-AD-DIAS-INSS TO WRK-DIAS-INSS-MES.
           IF WRK-IDX-AFT >= WRK-QTD-AFASTAMENTOS
               SET WRK-FIM-AFAST-FUNC TO TRUE
               GO TO 0240-SOMAR-DIAS-INSS-EXIT
           END-IF.
           SET WRK-IDX-AFT UP BY 1.
           IF WRK-AFT-MATRICULA(WRK-IDX-AFT) NOT = WRK-MATRICULA
               SET WRK-FIM-AFAST-FUNC TO TRUE
           END-IF.
       0240-SOMAR-DIAS-INSS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRIMEIRA PASSADA PELO CADASTRO: SOMA OS AVOS DE      *
      * TODOS OS CONTEMPLADOS, PARA SABER QUANTO VALE CADA   *
               GO TO 0310-PAGAR-UM-EXIT
           END-IF.

           MOVE SPACES TO WRK-DET-OBSERVACAO.
           PERFORM 0185-VERIFICAR-QUARENTENA
               THRU 0185-VERIFICAR-QUARENTENA-EXIT.
           EVALUATE TRUE
               WHEN WRK-BANCO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-CONTA
                   DISPLAY 'PLRCALC: MATRICULA ' WRK-MATRICULA
                       ' SEM DADOS BANCARIOS - PLR FORA DA REMESSA'
      *        CONTA AINDA EM QUARENTENA: O PLR E DEVIDO (SAI NO
      *        REGISTRO), MAS A ORDEM FICA RETIDA ATE O RH.
               WHEN WRK-EM-QUARENTENA
                   ADD 1 TO WRK-QTD-QUARENTENA
                   MOVE 'RETIDO - TROCA DE CONTA'
                       TO WRK-DET-OBSERVACAO
                   DISPLAY 'PLRCALC: MATRICULA ' WRK-MATRICULA
                       ' COM TROCA DE CONTA PENDENTE - FORA DA '
                       'REMESSA ATE A CONFIRMACAO DO RH'
               WHEN OTHER
                   MOVE WRK-MATRICULA      TO REM-MATRICULA
                   MOVE WRK-NOME           TO REM-NOME
                   MOVE WRK-BANCO          TO REM-BANCO
                   MOVE WRK-AGENCIA        TO REM-AGENCIA
                   MOVE WRK-CONTA-CORRENTE TO REM-CONTA-CORRENTE
                   MOVE WRK-CONTA-DV       TO REM-CONTA-DV
                   MOVE WRK-VALOR-PLR      TO REM-VALOR
                   MOVE WRK-DATA-SISTEMA   TO REM-DATA-GERACAO
                   WRITE WRK-REG-REMESSA
           END-EVALUATE.

           ADD WRK-VALOR-PLR TO WRK-TOTAL-PAGO.
           ADD 1 TO WRK-QTD-CONTEMPLADOS.
               CLOSE RELATORIO-ARQ
               DISPLAY 'PLRCALC: ' WRK-QTD-CONTEMPLADOS
                   ' CONTEMPLADOS, TOTAL ' WRK-TOTAL-PAGO ', '
                   WRK-QTD-SEM-CONTA ' SEM DADOS BANCARIOS, '
                   WRK-QTD-QUARENTENA ' COM TROCA DE CONTA PENDENTE'
               IF WRK-QTD-QUARENTENA > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'PLRCALC: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR O PLR COMO CALCULADO.
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

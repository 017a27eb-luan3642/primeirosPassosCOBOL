      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO PARA SUBSTITUIR O CALCULO EM PLANILHA
      *   SOBRE LISTAGEM DO CADASTRO.
      * - MES COM MAIS DE 15 DIAS DE AFASTAMENTO POR DOENCA OU
      *   ACIDENTE A CARGO DO INSS (AFASMSTR, CONTADO PELA
      *   AFASDIAS) NAO GERA AVO. MATERNIDADE NAO TIRA AVO.
      * - CARTAO DECANO (OPCIONAL) COM O ANO DO CALCULO, PARA O
      *   FECHAMENTO ANUAL (FECHANO) RODAR EM JANEIRO: CALCULO E
      *   TRILHA DATADOS DE 31/12 DO ANO DO CARTAO. ERRO NA
      *   ABERTURA DO CADASTRO DEVOLVE RETURN-CODE 8.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GAUD.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT DECPONTO-ARQ ASSIGN TO 'DECPONTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.

           SELECT DECANO-ARQ ASSIGN TO 'DECANO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ANO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
               10  GAU-MES             PIC 9(02).
               10  GAU-DIA             PIC 9(02).

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  DECPONTO-ARQ.
       01  WRK-REG-DECPONTO            PIC X(01).

       FD  DECANO-ARQ.
       01  WRK-REG-DECANO              PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY 'MESES.COB'.
           COPY 'ERRMSG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
       77  WRK-FS-GTOT                 PIC X(02) VALUE SPACES.
       77  WRK-FS-GAUD                 PIC X(02) VALUE SPACES.
       77  WRK-FS-DEC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ANO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
       77  WRK-QTD-AVOS                 PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-GRATIFICACAO       PIC 9(07)V99 VALUE ZEROS.

      *    AFASTAMENTOS DE DOENCA/ACIDENTE QUE TOCAM O ANO,
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
       77  WRK-AVOS-PERDIDOS            PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
                   THRU 0120-OBTER-DATA-SISTEMA-EXIT
               PERFORM 0140-CARREGAR-SW-DECIMAL
                   THRU 0140-CARREGAR-SW-DECIMAL-EXIT
               PERFORM 0150-CARREGAR-AFASTAMENTOS
                   THRU 0150-CARREGAR-AFASTAMENTOS-EXIT
               MOVE 1 TO WRK-NUM-PAGINA
               PERFORM 0160-CABECALHO-RELATORIO
                   THRU 0160-CABECALHO-RELATORIO-EXIT

       0120-OBTER-DATA-SISTEMA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
      *    CARTAO DECANO (OPCIONAL): ANO DO CALCULO. O FECHAMENTO
      *    ANUAL (FECHANO) RODA DEPOIS DA FOLHA DE DEZEMBRO, JA NO
      *    ANO SEGUINTE; COM O CARTAO DE UM ANO DIFERENTE DO
      *    CORRENTE, O CALCULO E A TRILHA (GRATAUD, LIDA POR ANO
      *    PELO INFORME) FICAM DATADOS DE 31/12 DAQUELE ANO.
           OPEN INPUT DECANO-ARQ.
           IF WRK-FS-ANO = '00'
               READ DECANO-ARQ
                   NOT AT END
                       IF WRK-REG-DECANO IS NUMERIC
                           AND WRK-REG-DECANO NOT = WRK-ANOSYS
                           MOVE WRK-REG-DECANO TO WRK-ANOSYS
                           MOVE 12 TO WRK-MESSYS
                           MOVE 31 TO WRK-DIASYS
                       END-IF
               END-READ
               CLOSE DECANO-ARQ
           END-IF.
           CALL 'MESNOME' USING WRK-MESES.
       0120-OBTER-DATA-SISTEMA-EXIT.
           EXIT.
       0140-CARREGAR-SW-DECIMAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS AFASTAMENTOS DE DOENCA/ACIDENTE QUE TOCAM *
      * O ANO CORRENTE (MATERNIDADE NAO TIRA AVO E NEM ENTRA *
      * NA TABELA).                                          *
      *----------------------------------------------------*
       0150-CARREGAR-AFASTAMENTOS.
           COMPUTE WRK-DATA-ANO-INICIO = WRK-ANOSYS * 10000 + 0101.
           COMPUTE WRK-DATA-ANO-FIM = WRK-ANOSYS * 10000 + 1231.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               GO TO 0150-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-AFA = '10'
               READ AFASTAMENTO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-AFA
                   NOT AT END
                       PERFORM 0155-GUARDAR-AFASTAMENTO
                           THRU 0155-GUARDAR-AFASTAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE AFASTAMENTO-ARQ.
       0150-CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       0155-GUARDAR-AFASTAMENTO.
           IF NOT WRK-AFA-DOENCA AND NOT WRK-AFA-ACIDENTE
               GO TO 0155-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-AFA-DATA-INICIO > WRK-DATA-ANO-FIM
               GO TO 0155-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-AFA-DATA-RETORNO NOT = ZEROS
               AND WRK-AFA-DATA-RETORNO NOT > WRK-DATA-ANO-INICIO
               GO TO 0155-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-QTD-AFASTAMENTOS >= 2000
               IF NOT WRK-AFAST-CHEIA
                   SET WRK-AFAST-CHEIA TO TRUE
                   DISPLAY 'DECTERC: MAIS DE 2000 AFASTAMENTOS NO '
                       'ANO - EXCEDENTES NAO TIRAM AVOS'
               END-IF
               GO TO 0155-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           SET WRK-IDX-AFT TO WRK-QTD-AFASTAMENTOS.
           MOVE WRK-AFA-MATRICULA TO WRK-AFT-MATRICULA(WRK-IDX-AFT).
           MOVE WRK-AFA-TIPO TO WRK-AFT-TIPO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-INICIO TO WRK-AFT-INICIO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-RETORNO TO WRK-AFT-RETORNO(WRK-IDX-AFT).
       0155-GUARDAR-AFASTAMENTO-EXIT.
           EXIT.

       0160-CABECALHO-RELATORIO.
           MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1.
      *----------------------------------------------------*
      * CALCULA OS AVOS DO ANO (ADMITIDO EM ANO ANTERIOR =   *
      * 12; ADMITIDO NO ANO = DO MES DE ADMISSAO A DEZEMBRO; *
      * ADMITIDO NO FUTURO = 0, NAO ENTRA), TIRA O AVO DOS   *
      * MESES COM MAIS DE 15 DIAS DE AFASTAMENTO A CARGO DO  *
      * INSS, CALCULA O VALOR PROPORCIONAL, GRAVA AUDITORIA  *
      * E IMPRIME O DETALHE.                                 *
      *----------------------------------------------------*
       0300-CALCULAR.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE ZEROS TO WRK-QTD-AVOS
           END-EVALUATE.
           IF WRK-QTD-AVOS > ZEROS
               PERFORM 0320-DESCONTAR-AFASTAMENTOS
                   THRU 0320-DESCONTAR-AFASTAMENTOS-EXIT
           END-IF.
           IF WRK-QTD-AVOS = ZEROS
               DISPLAY 'DECTERC: MATRICULA ' WRK-MATRICULA
                   ' SEM AVOS NO ANO - ADMISSAO ' WRK-DATA-ADMISSAO
       0310-IMPRIMIR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARA CADA MES DOS AVOS (DO PRIMEIRO AVO A DEZEMBRO), *
      * SOMA OS DIAS A CARGO DO INSS DE TODOS OS AFASTAMENTOS *
      * DA MATRICULA; PASSANDO DE 15, O MES NAO GERA AVO.    *
      *----------------------------------------------------*
       0320-DESCONTAR-AFASTAMENTOS.
           MOVE ZEROS TO WRK-AVOS-PERDIDOS.
           IF WRK-QTD-AFASTAMENTOS = ZEROS
               GO TO 0320-DESCONTAR-AFASTAMENTOS-EXIT
           END-IF.
           SET WRK-IDX-AFT TO 1.
           SEARCH WRK-AFT
               AT END
                   GO TO 0320-DESCONTAR-AFASTAMENTOS-EXIT
               WHEN WRK-AFT-MATRICULA(WRK-IDX-AFT) = WRK-MATRICULA
                   SET WRK-PRIMEIRO-AFT TO WRK-IDX-AFT
           END-SEARCH.
           COMPUTE WRK-MES-AVO = 13 - WRK-QTD-AVOS.
           PERFORM 0330-VERIFICAR-MES THRU 0330-VERIFICAR-MES-EXIT
               UNTIL WRK-MES-AVO > 12.
           IF WRK-AVOS-PERDIDOS > ZEROS
               DISPLAY 'DECTERC: MATRICULA ' WRK-MATRICULA
                   ' PERDE ' WRK-AVOS-PERDIDOS
                   ' AVO(S) POR AFASTAMENTO'
               SUBTRACT WRK-AVOS-PERDIDOS FROM WRK-QTD-AVOS
           END-IF.
       0320-DESCONTAR-AFASTAMENTOS-EXIT.
           EXIT.

       0330-VERIFICAR-MES.
           MOVE ZEROS TO WRK-DIAS-INSS-MES.
           SET WRK-IDX-AFT TO WRK-PRIMEIRO-AFT.
           MOVE 'N' TO WRK-SW-FIM-AFAST-FUNC.
           PERFORM 0340-SOMAR-DIAS-INSS THRU 0340-SOMAR-DIAS-INSS-EXIT
               UNTIL WRK-FIM-AFAST-FUNC.
           IF WRK-DIAS-INSS-MES > 15
               ADD 1 TO WRK-AVOS-PERDIDOS
           END-IF.
           ADD 1 TO WRK-MES-AVO.
       0330-VERIFICAR-MES-EXIT.
           EXIT.

       0340-SOMAR-DIAS-INSS.
           MOVE WRK-AFT-TIPO(WRK-IDX-AFT)    TO WRK-AD-TIPO.
           MOVE WRK-AFT-INICIO(WRK-IDX-AFT)  TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFT-RETORNO(WRK-IDX-AFT) TO WRK-AD-DATA-RETORNO.
           MOVE WRK-ANOSYS                   TO WRK-AD-CMP-ANO.
           MOVE WRK-MES-AVO                  TO WRK-AD-CMP-MES.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           ADD WRK-AD-DIAS-INSS TO WRK-DIAS-INSS-MES.
           IF WRK-IDX-AFT >= WRK-QTD-AFASTAMENTOS
               SET WRK-FIM-AFAST-FUNC TO TRUE
               GO TO 0340-SOMAR-DIAS-INSS-EXIT
           END-IF.
           SET WRK-IDX-AFT UP BY 1.
           IF WRK-AFT-MATRICULA(WRK-IDX-AFT) NOT = WRK-MATRICULA
               SET WRK-FIM-AFAST-FUNC TO TRUE
           END-IF.
       0340-SOMAR-DIAS-INSS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TOTALIZA O RELATORIO, GRAVA O ARQUIVO DE TOTAIS E    *
      * FECHA OS ARQUIVOS DO JOB. O GRATTOT SO E GRAVADO     *
                   ' FUNCIONARIOS COM DECIMO TERCEIRO CALCULADO'
           ELSE
               DISPLAY 'DECTERC: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR O DECIMO COMO CALCULADO.
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

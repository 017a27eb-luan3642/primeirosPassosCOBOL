      *   SOMADA AO BRUTO DA COMPETENCIA, EM CAMPO PROPRIO DO
      *   NETPAY E DO HISTORICO. SEM O ARQUIVO (MES SEM
      *   COMISSAO), NADA E SOMADO.
      * - O CADASTRO DE AFASTAMENTOS (AFASMSTR, VER AFASREG.COB,
      *   MANTIDO PELO AFASMNT) PASSOU A SER RESPEITADO: NA
      *   DOENCA E NO ACIDENTE DE TRABALHO A EMPRESA PAGA OS 15
      *   PRIMEIROS DIAS E, A PARTIR DO 16O, O SALARIO DOS DIAS
      *   A CARGO DO INSS (COM O ANUENIO) SAI DO BRUTO A 1/30
      *   POR DIA; NA LICENCA-MATERNIDADE, TODOS OS DIAS FICAM
      *   A CARGO DO INSS (ROTINA COMUM AFASDIAS). O DESCONTO
      *   SAI EM CAMPO PROPRIO DO NETPAY E DO HISTORICO (O
      *   REGISTRO DO PAYHIST CRESCEU PARA 141 BYTES), E OS
      *   DIAS AFASTADOS DEIXAM DE SER DESCONTADOS COMO FALTA
      *   INJUSTIFICADA. SEM O CADASTRO, NADA MUDA.
      * - AS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA (PENSMSTR, VER
      *   PENSREG.COB, MANTIDO PELO PENSMNT) PASSARAM A SER
      *   DESCONTADAS NA FOLHA: PERCENTUAL DO LIQUIDO (BRUTO
      *   MENOS PREVIDENCIA E IMPOSTO), PERCENTUAL DO BRUTO OU
      *   VALOR FIXO, DEPOIS DA PREVIDENCIA E DO IMPOSTO E ANTES
      *   DO ADIANTAMENTO E DO EMPRESTIMO. A PENSAO PAGA SAI DA
      *   BASE DO IMPOSTO DE RENDA (O IMPOSTO E RECALCULADO
      *   DEPOIS DELA) E TEM CAMPO PROPRIO NO NETPAY E NO
      *   HISTORICO (O REGISTRO DO PAYHIST CRESCEU PARA 150
      *   BYTES). CADA ORDEM DESCONTADA VAI PARA O ARQUIVO
      *   PENSPAG (VER PENSPREG.COB), DE ONDE O PENSREM MONTA A
      *   REMESSA AOS BENEFICIARIOS. SEM O CADASTRO, NADA MUDA.
      * - PASSOU A DESCONTAR A PARTE DO FUNCIONARIO NO VALE-
      *   TRANSPORTE COMPRADO PELO VTRCALC PARA O MES SEGUINTE
      *   (ARQUIVO VTRMES DA COMPETENCIA, VER VTRMREG.COB): O
      *   VALOR DOS VALES, LIMITADO AO PERCENTUAL DO CARTAO
      *   VTRPCT SOBRE O BRUTO (PADRAO 6,00) E AO LIQUIDO
      *   DISPONIVEL, DEPOIS DA PENSAO E ANTES DO ADIANTAMENTO.
      *   O DESCONTO TEM CAMPO PROPRIO NO NETPAY E NO HISTORICO
      *   (O REGISTRO DO PAYHIST CRESCEU PARA 159 BYTES). SEM O
      *   ARQUIVO, NADA E DESCONTADO.
      * - BANCO DE HORAS DO ACORDO COLETIVO: COM O ACERTO DO MES
      *   GRAVADO PELO BANCOHRS (BHPAGAR, VER BHPAGREG.COB), AS
      *   HORAS EXTRAS DO PONTOACM DEIXAM DE SER PAGAS NO MES
      *   (FORAM PARA O BANCO); SO AS HORAS VENCIDAS DO BANCO
      *   SAO PAGAS, COM O MESMO ADICIONAL DO CARTAO HEXTPCT, E
      *   AS FALTAS INJUSTIFICADAS JA COMPENSADAS COM HORAS DO
      *   BANCO DEIXAM DE SER DESCONTADAS. SEM O ARQUIVO, AS
      *   EXTRAS SAO PAGAS NO MES COMO SEMPRE FORAM.
      * - O REGISTRO DO PAYHIST CRESCEU PARA 160 BYTES COM O TIPO
      *   DA FOLHA ('N' = NORMAL, GRAVADO AQUI; 'C' = DIFERENCA
      *   DA FOLHA COMPLEMENTAR DO FOLHACOM). COMPETENCIA QUE JA
      *   TEM FOLHA COMPLEMENTAR NAO PODE SER REPROCESSADA NEM
      *   COM O CARTAO REPROC: O EXPURGO APAGARIA AS DIFERENCAS
      *   JA PAGAS - NOVA CORRECAO VAI EM NOVA COMPLEMENTAR.
      * - O REGISTRO DO PENSPAG CRESCEU PARA 34 BYTES COM O TIPO
      *   DA FOLHA ('N' = NORMAL, GRAVADO AQUI; 'C' = PENSAO
      *   SOBRE A DIFERENCA, NO PENSCOMP DO FOLHACOM).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-COM.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT PENSAO-ARQ ASSIGN TO 'PENSMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PEN-CHAVE
               FILE STATUS IS WRK-FS-PEN.

           SELECT PENSPAG-ARQ ASSIGN TO 'PENSPAG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PPG.

           SELECT VALEMES-ARQ ASSIGN TO 'VTRMES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTM.

           SELECT VTRPCT-ARQ ASSIGN TO 'VTRPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTP.

           SELECT BANCOPAG-ARQ ASSIGN TO 'BHPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BHP.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
      *    GERACAO NOVA DO HISTORICO, USADA SO NO REPROCESSO
      *    AUTORIZADO (MESMO TAMANHO DO REGISTRO PAYHREG.COB).
       FD  HISTNOVO-ARQ.
       01  WRK-REG-HISTNOVO            PIC X(160).

       FD  REPROC-ARQ.
       01  WRK-REG-REPROC              PIC X(01).
       FD  COMISSAO-ARQ.
           COPY 'COMISREG.COB'.

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  PENSAO-ARQ.
           COPY 'PENSREG.COB'.

       FD  PENSPAG-ARQ.
           COPY 'PENSPREG.COB'.

       FD  VALEMES-ARQ.
           COPY 'VTRMREG.COB'.

       FD  VTRPCT-ARQ.
       01  WRK-REG-VTRPCT              PIC 9(03)V99.

       FD  BANCOPAG-ARQ.
           COPY 'BHPAGREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
           88  WRK-EXECUCAO-BLOQUEADA             VALUE 'S'.
       77  WRK-SW-HIST-GERACAO         PIC X(01) VALUE 'N'.
           88  WRK-HIST-EM-GERACAO                VALUE 'S'.
      *    COMPETENCIA COM FOLHA COMPLEMENTAR (FOLHACOM) NO
      *    HISTORICO: O REPROCESSO FICA BLOQUEADO MESMO COM O
      *    CARTAO REPROC.
       77  WRK-SW-TEM-COMPLEMENTAR     PIC X(01) VALUE 'N'.
           88  WRK-TEM-COMPLEMENTAR               VALUE 'S'.
       77  WRK-FS-ANU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-COM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-BHP                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
           88  WRK-COMIS-CHEIA                     VALUE 'S'.
       77  WRK-VALOR-COMISSAO           PIC 9(07)V99 VALUE ZEROS.

      *    AFASTAMENTOS QUE TOCAM A COMPETENCIA (AFASMSTR, VER
      *    AFASREG.COB). O AFASMSTR SAI EM SEQUENCIA DE
      *    MATRICULA, ENTAO OS AFASTAMENTOS DE UMA MATRICULA
      *    FICAM JUNTOS NA TABELA. SEM O CADASTRO, NINGUEM ESTA
      *    AFASTADO.
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
       77  WRK-DATA-MES-INICIO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MES-FIM             PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-AFASTADO            PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-INSS                PIC 9(02) VALUE ZEROS.
       77  WRK-FALTAS-DESCONTAR         PIC S9(03) VALUE ZEROS.
       77  WRK-DESC-AFASTAMENTO         PIC 9(07)V99 VALUE ZEROS.

      *    ORDENS DE PENSAO ALIMENTICIA EM VIGOR NA COMPETENCIA
      *    (PENSMSTR, VER PENSREG.COB), EM SEQUENCIA DE MATRICULA
      *    COMO OS AFASTAMENTOS. SEM O CADASTRO, NENHUMA PENSAO.
       77  WRK-QTD-PENSOES              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENSAO.
           05  WRK-PNS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PENSOES
                   INDEXED BY WRK-IDX-PNS.
               10  WRK-PNS-MATRICULA     PIC 9(06).
               10  WRK-PNS-SEQUENCIA     PIC 9(02).
               10  WRK-PNS-BASE          PIC X(01).
               10  WRK-PNS-PERCENTUAL    PIC 9(03)V99.
               10  WRK-PNS-VALOR         PIC 9(07)V99.
       77  WRK-SW-PENSAO-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-PENSAO-CHEIA                    VALUE 'S'.
       77  WRK-SW-FIM-PENSAO-FUNC       PIC X(01) VALUE 'N'.
           88  WRK-FIM-PENSAO-FUNC                 VALUE 'S'.
       77  WRK-LIQUIDO-PENSAO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE-PENSAO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PENSAO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-PENSAO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-PENSOES-PAGAS        PIC 9(06) VALUE ZEROS.

      *    VALES-TRANSPORTE COMPRADOS NA COMPETENCIA (VTRMES, VER
      *    VTRMREG.COB) E O TETO DA PARTE DO FUNCIONARIO (CARTAO
      *    VTRPCT, PERCENTUAL DO BRUTO). O PADRAO SO VALE
      *    ENQUANTO O CARTAO NAO EXISTIR.
       77  WRK-QTD-VALES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VALE.
           05  WRK-VTT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-VALES
                   INDEXED BY WRK-IDX-VTT.
               10  WRK-VTT-MATRICULA     PIC 9(06).
               10  WRK-VTT-VALOR         PIC 9(07)V99.
       77  WRK-SW-VALE-CHEIA            PIC X(01) VALUE 'N'.
           88  WRK-VALE-CHEIA                      VALUE 'S'.
       77  WRK-PERC-VALE-TRANSP         PIC 9(03)V99 VALUE 6,00.
       77  WRK-TETO-VALE-TRANSP         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-VTRANSP             PIC 9(07)V99 VALUE ZEROS.

      *    ACERTO DO BANCO DE HORAS DA COMPETENCIA (BHPAGAR, VER
      *    BHPAGREG.COB). COM O ARQUIVO PRESENTE, AS EXTRAS DO
      *    PONTO FICAM NO BANCO E SO AS HORAS VENCIDAS SAO PAGAS.
       77  WRK-QTD-ACERTOS-BANCO        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-BANCO-HORAS.
           05  WRK-BHT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-ACERTOS-BANCO
                   INDEXED BY WRK-IDX-BHT.
               10  WRK-BHT-MATRICULA     PIC 9(06).
               10  WRK-BHT-HORAS-VENC    PIC 9(03)V99.
               10  WRK-BHT-FALTAS-COMP   PIC 9(02).
       77  WRK-SW-BANCO-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-BANCO-CHEIA                     VALUE 'S'.
       77  WRK-SW-BANCO-HORAS           PIC X(01) VALUE 'N'.
           88  WRK-BANCO-HORAS-ATIVO               VALUE 'S'.
       77  WRK-HORAS-EXTRAS-PAGAR       PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FALTAS-INJ-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-FALTAS-COMPENSADAS       PIC 9(02) VALUE ZEROS.

       77  WRK-DESC-PREVIDENCIA         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-IMPOSTO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALARIO-LIQUIDO          PIC 9(07)V99 VALUE ZEROS.
           PERFORM 0107-VERIFICAR-REPROCESSO
               THRU 0107-VERIFICAR-REPROCESSO-EXIT.
           IF WRK-EXECUCAO-BLOQUEADA
               IF WRK-TEM-COMPLEMENTAR
                   DISPLAY 'CALCLIQ: COMPETENCIA ' WRK-COMPETENCIA
                       ' JA TEM FOLHA COMPLEMENTAR NO PAYHIST - '
                       'REPROCESSO NAO PERMITIDO'
               ELSE
                   DISPLAY 'CALCLIQ: COMPETENCIA ' WRK-COMPETENCIA
                       ' JA GRAVADA NO PAYHIST - PARA REPROCESSAR, '
                       'APRESENTE O CARTAO REPROC'
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                   THRU 0147-CARREGAR-DEPENDENTES-EXIT
               PERFORM 0151-CARREGAR-COMISSOES
                   THRU 0151-CARREGAR-COMISSOES-EXIT
               PERFORM 0152-CARREGAR-AFASTAMENTOS
                   THRU 0152-CARREGAR-AFASTAMENTOS-EXIT
               PERFORM 0153-CARREGAR-PENSOES
                   THRU 0153-CARREGAR-PENSOES-EXIT
               PERFORM 0154-CARREGAR-VALES
                   THRU 0154-CARREGAR-VALES-EXIT
               PERFORM 0155-CARREGAR-VTRPCT
                   THRU 0155-CARREGAR-VTRPCT-EXIT
               PERFORM 0156-CARREGAR-BANCO-HORAS
                   THRU 0156-CARREGAR-BANCO-HORAS-EXIT
               PERFORM 0200-ENTRADA THRU 0200-ENTRADA-EXIT
                   UNTIL WRK-FIM-FUNC
           END-IF.
      * DA FOLHA JA ESTA NO PAYHIST, SO PROSSEGUE COM O      *
      * CARTAO REPROC = 'S' - E ENTAO OS REGISTROS ANTIGOS   *
      * DA COMPETENCIA SERAO EXPURGADOS PARA A GERACAO NOVA. *
      * COMPETENCIA COM FOLHA COMPLEMENTAR NUNCA E           *
      * REPROCESSADA: O EXPURGO LEVARIA AS DIFERENCAS PAGAS. *
      *----------------------------------------------------*
       0107-VERIFICAR-REPROCESSO.
           OPEN INPUT HISTORICO-ARQ.
               MOVE SPACES TO WRK-FS-HST
               GO TO 0107-VERIFICAR-REPROCESSO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HST = '10' OR WRK-TEM-COMPLEMENTAR
               READ HISTORICO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-HST
                   NOT AT END
                       IF WRK-PH-COMPETENCIA = WRK-COMPETENCIA
                           SET WRK-JA-NO-HISTORICO TO TRUE
                           IF WRK-PH-FOLHA-COMPLEMENTAR
                               SET WRK-TEM-COMPLEMENTAR TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WRK-JA-NO-HISTORICO
               GO TO 0107-VERIFICAR-REPROCESSO-EXIT
           END-IF.
           IF WRK-TEM-COMPLEMENTAR
               SET WRK-EXECUCAO-BLOQUEADA TO TRUE
               GO TO 0107-VERIFICAR-REPROCESSO-EXIT
           END-IF.
           OPEN INPUT REPROC-ARQ.
           IF WRK-FS-RPR = '00'
               READ REPROC-ARQ
               GO TO 0110-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT NETPAY-ARQ.
           OPEN OUTPUT PENSPAG-ARQ.
           IF WRK-HIST-EM-GERACAO
               PERFORM 0115-PURGAR-HISTORICO
                   THRU 0115-PURGAR-HISTORICO-EXIT
       0151-CARREGAR-COMISSOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS AFASTAMENTOS QUE TOCAM A COMPETENCIA      *
      * (AFASMSTR): INICIO ATE O FIM DO MES E RETORNO ZERADO *
      * OU DEPOIS DO PRIMEIRO DIA DO MES. SEM O CADASTRO,    *
      * NINGUEM ESTA AFASTADO (COMPORTAMENTO HISTORICO).     *
      *----------------------------------------------------*
       0152-CARREGAR-AFASTAMENTOS.
           MOVE ZEROS TO WRK-QTD-AFASTAMENTOS.
           COMPUTE WRK-DATA-MES-INICIO =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 1.
           COMPUTE WRK-DATA-MES-FIM =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 31.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               DISPLAY 'CALCLIQ: AFASMSTR INDISPONIVEL - FOLHA SEM '
                   'TRATAMENTO DE AFASTAMENTOS'
               GO TO 0152-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-AFA NOT = '00'
               READ AFASTAMENTO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-AFA
                   NOT AT END
                       PERFORM 0152A-GUARDAR-AFASTAMENTO
                           THRU 0152A-GUARDAR-AFASTAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE AFASTAMENTO-ARQ.
       0152-CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       0152A-GUARDAR-AFASTAMENTO.
           IF WRK-AFA-DATA-INICIO > WRK-DATA-MES-FIM
               GO TO 0152A-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-AFA-DATA-RETORNO NOT = ZEROS
               AND WRK-AFA-DATA-RETORNO NOT > WRK-DATA-MES-INICIO
               GO TO 0152A-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-QTD-AFASTAMENTOS >= 2000
               IF NOT WRK-AFAST-CHEIA
                   SET WRK-AFAST-CHEIA TO TRUE
                   DISPLAY 'CALCLIQ: MAIS DE 2000 AFASTAMENTOS NA '
                       'COMPETENCIA - EXCEDENTES COM SALARIO CHEIO'
               END-IF
               GO TO 0152A-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           SET WRK-IDX-AFT TO WRK-QTD-AFASTAMENTOS.
           MOVE WRK-AFA-MATRICULA TO WRK-AFT-MATRICULA(WRK-IDX-AFT).
           MOVE WRK-AFA-TIPO TO WRK-AFT-TIPO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-INICIO TO WRK-AFT-INICIO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-RETORNO TO WRK-AFT-RETORNO(WRK-IDX-AFT).
       0152A-GUARDAR-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS ORDENS DE PENSAO ALIMENTICIA EM VIGOR NA  *
      * COMPETENCIA (PENSMSTR): INICIO ATE O FIM DO MES E    *
      * FIM ZERADO OU NAO ANTERIOR AO PRIMEIRO DIA DO MES.   *
      * SEM O CADASTRO, NENHUMA PENSAO E DESCONTADA.         *
      *----------------------------------------------------*
       0153-CARREGAR-PENSOES.
           MOVE ZEROS TO WRK-QTD-PENSOES.
           COMPUTE WRK-DATA-MES-INICIO =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 1.
           COMPUTE WRK-DATA-MES-FIM =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 31.
           OPEN INPUT PENSAO-ARQ.
           IF WRK-FS-PEN NOT = '00'
               GO TO 0153-CARREGAR-PENSOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PEN NOT = '00'
               READ PENSAO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-PEN
                   NOT AT END
                       PERFORM 0153A-GUARDAR-PENSAO
                           THRU 0153A-GUARDAR-PENSAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE PENSAO-ARQ.
       0153-CARREGAR-PENSOES-EXIT.
           EXIT.

       0153A-GUARDAR-PENSAO.
           IF WRK-PEN-DATA-INICIO > WRK-DATA-MES-FIM
               GO TO 0153A-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-PEN-DATA-FIM NOT = ZEROS
               AND WRK-PEN-DATA-FIM < WRK-DATA-MES-INICIO
               GO TO 0153A-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-QTD-PENSOES >= 2000
               IF NOT WRK-PENSAO-CHEIA
                   SET WRK-PENSAO-CHEIA TO TRUE
                   DISPLAY 'CALCLIQ: MAIS DE 2000 ORDENS DE PENSAO NA '
                       'COMPETENCIA - EXCEDENTES SEM DESCONTO'
               END-IF
               GO TO 0153A-GUARDAR-PENSAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PENSOES.
           SET WRK-IDX-PNS TO WRK-QTD-PENSOES.
           MOVE WRK-PEN-MATRICULA  TO WRK-PNS-MATRICULA(WRK-IDX-PNS).
           MOVE WRK-PEN-SEQUENCIA  TO WRK-PNS-SEQUENCIA(WRK-IDX-PNS).
           MOVE WRK-PEN-BASE       TO WRK-PNS-BASE(WRK-IDX-PNS).
           MOVE WRK-PEN-PERCENTUAL TO WRK-PNS-PERCENTUAL(WRK-IDX-PNS).
           MOVE WRK-PEN-VALOR      TO WRK-PNS-VALOR(WRK-IDX-PNS).
       0153A-GUARDAR-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS VALES-TRANSPORTE COMPRADOS NA COMPETENCIA *
      * (ARQUIVO VTRMES, GRAVADO PELO VTRCALC). REGISTRO DE  *
      * OUTRA COMPETENCIA E DESCARTADO COM AVISO. SEM O      *
      * ARQUIVO, NADA E DESCONTADO.                          *
      *----------------------------------------------------*
       0154-CARREGAR-VALES.
           MOVE ZEROS TO WRK-QTD-VALES.
           COMPUTE WRK-COMPET-AAAAMM =
               WRK-CMP-ANO * 100 + WRK-CMP-MES.
           OPEN INPUT VALEMES-ARQ.
           IF WRK-FS-VTM NOT = '00'
               GO TO 0154-CARREGAR-VALES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-VTM = '10'
               READ VALEMES-ARQ
                   AT END MOVE '10' TO WRK-FS-VTM
                   NOT AT END
                       IF WRK-VTM-COMPETENCIA
                           NOT = WRK-COMPET-AAAAMM
                           DISPLAY 'CALCLIQ: VALE-TRANSPORTE DA '
                               'COMPETENCIA ' WRK-VTM-COMPETENCIA
                               ' DESCARTADO (FOLHA DE '
                               WRK-COMPET-AAAAMM ')'
                       ELSE
                           IF WRK-QTD-VALES >= 2000
                               IF NOT WRK-VALE-CHEIA
                                   SET WRK-VALE-CHEIA TO TRUE
                                   DISPLAY 'CALCLIQ: MAIS DE 2000 '
                                       'VALES-TRANSPORTE - '
                                       'EXCEDENTES SEM DESCONTO'
                               END-IF
                           ELSE
                               ADD 1 TO WRK-QTD-VALES
                               SET WRK-IDX-VTT TO WRK-QTD-VALES
                               MOVE WRK-VTM-MATRICULA TO
                                   WRK-VTT-MATRICULA(WRK-IDX-VTT)
                               MOVE WRK-VTM-VALOR TO
                                   WRK-VTT-VALOR(WRK-IDX-VTT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEMES-ARQ.
       0154-CARREGAR-VALES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE O TETO DO DESCONTO DE VALE-TRANSPORTE (CARTAO     *
      * VTRPCT, PERCENTUAL DO BRUTO). SEM O CARTAO, ASSUME   *
      * O PADRAO DE 6,00.                                    *
      *----------------------------------------------------*
       0155-CARREGAR-VTRPCT.
           OPEN INPUT VTRPCT-ARQ.
           IF WRK-FS-VTP = '00'
               READ VTRPCT-ARQ
                   NOT AT END MOVE WRK-REG-VTRPCT
                       TO WRK-PERC-VALE-TRANSP
               END-READ
               CLOSE VTRPCT-ARQ
           END-IF.
       0155-CARREGAR-VTRPCT-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O ACERTO DO BANCO DE HORAS DA COMPETENCIA    *
      * (BHPAGAR, GRAVADO PELO BANCOHRS). COM O ARQUIVO, A   *
      * FOLHA ENTRA NO MODO BANCO DE HORAS; REGISTRO DE      *
      * OUTRA COMPETENCIA E DESCARTADO COM AVISO.            *
      *----------------------------------------------------*
       0156-CARREGAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-QTD-ACERTOS-BANCO.
           COMPUTE WRK-COMPET-AAAAMM =
               WRK-CMP-ANO * 100 + WRK-CMP-MES.
           OPEN INPUT BANCOPAG-ARQ.
           IF WRK-FS-BHP NOT = '00'
               GO TO 0156-CARREGAR-BANCO-HORAS-EXIT
           END-IF.
           SET WRK-BANCO-HORAS-ATIVO TO TRUE.
           PERFORM UNTIL WRK-FS-BHP = '10'
               READ BANCOPAG-ARQ
                   AT END MOVE '10' TO WRK-FS-BHP
                   NOT AT END
                       IF WRK-BHP-COMPETENCIA
                           NOT = WRK-COMPET-AAAAMM
                           DISPLAY 'CALCLIQ: ACERTO DO BANCO DE '
                               'HORAS DA COMPETENCIA '
                               WRK-BHP-COMPETENCIA
                               ' DESCARTADO (FOLHA DE '
                               WRK-COMPET-AAAAMM ')'
                       ELSE
                           IF WRK-QTD-ACERTOS-BANCO >= 2000
                               IF NOT WRK-BANCO-CHEIA
                                   SET WRK-BANCO-CHEIA TO TRUE
                                   DISPLAY 'CALCLIQ: MAIS DE 2000 '
                                       'ACERTOS DO BANCO DE HORAS '
                                       '- EXCEDENTES SEM ACERTO'
                               END-IF
                           ELSE
                               ADD 1 TO WRK-QTD-ACERTOS-BANCO
                               SET WRK-IDX-BHT
                                   TO WRK-QTD-ACERTOS-BANCO
                               MOVE WRK-BHP-MATRICULA TO
                                   WRK-BHT-MATRICULA(WRK-IDX-BHT)
                               MOVE WRK-BHP-HORAS-VENCIDAS TO
                                   WRK-BHT-HORAS-VENC(WRK-IDX-BHT)
                               MOVE WRK-BHP-FALTAS-COMPENSADAS TO
                                   WRK-BHT-FALTAS-COMP(WRK-IDX-BHT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANCOPAG-ARQ.
       0156-CARREGAR-BANCO-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE EMPRESTIMOS CONSIGNADOS        *
      * (EMPRMSTR, VER EMPREREG.COB) PARA A MEMORIA. SEM O   *
           PERFORM 0310-COMPOR-BRUTO THRU 0310-COMPOR-BRUTO-EXIT.
           PERFORM 0320-CALCULAR-PREVIDENCIA
               THRU 0320-CALCULAR-PREVIDENCIA-EXIT.
           MOVE ZEROS TO WRK-DESC-PENSAO.
           PERFORM 0330-CALCULAR-IMPOSTO
               THRU 0330-CALCULAR-IMPOSTO-EXIT.
           PERFORM 0333-CALCULAR-PENSAO
               THRU 0333-CALCULAR-PENSAO-EXIT.
           COMPUTE WRK-SALARIO-LIQUIDO =
               WRK-SALARIO-BRUTO
               - WRK-DESC-PREVIDENCIA - WRK-DESC-IMPOSTO
               - WRK-DESC-PENSAO.
           PERFORM 0337-DESCONTAR-VALE-TRANSPORTE
               THRU 0337-DESCONTAR-VALE-TRANSPORTE-EXIT.
           PERFORM 0335-DESCONTAR-ADIANTAMENTO
               THRU 0335-DESCONTAR-ADIANTAMENTO-EXIT.
           PERFORM 0336-DESCONTAR-EMPRESTIMO
           MOVE WRK-VALOR-COMISSAO      TO NET-VALOR-COMISSAO.
           MOVE WRK-VALOR-EXTRAS        TO NET-VALOR-EXTRAS.
           MOVE WRK-DESC-FALTAS         TO NET-DESC-FALTAS.
           MOVE WRK-DESC-AFASTAMENTO    TO NET-DESC-AFASTAMENTO.
           MOVE WRK-DESC-PREVIDENCIA    TO NET-DESC-PREVIDENCIA.
           MOVE WRK-DESC-IMPOSTO        TO NET-DESC-IMPOSTO.
           MOVE WRK-DESC-PENSAO         TO NET-DESC-PENSAO.
           MOVE WRK-DESC-VTRANSP        TO NET-DESC-VTRANSP.
           MOVE WRK-DESC-ADIANTAMENTO   TO NET-DESC-ADIANTAMENTO.
           MOVE WRK-DESC-EMPRESTIMO     TO NET-DESC-EMPRESTIMO.
           MOVE WRK-SALARIO-LIQUIDO     TO NET-SALARIO-LIQUIDO.
      * HORA DE 220 X PERCENTUAL DO CARTAO HEXTPCT), MENOS   *
      * 1/30 POR FALTA INJUSTIFICADA. MATRICULA SEM          *
      * APONTAMENTO (OU PONTOACM AUSENTE) FICA COM O SALARIO *
      * CHEIO. OS DIAS DE AFASTAMENTO A CARGO DO INSS SAEM   *
      * DO BRUTO, E OS DIAS AFASTADOS NAO CONTAM COMO FALTA. *
      *----------------------------------------------------*
       0310-COMPOR-BRUTO.
           MOVE WRK-SALARIO-FUNCIONARIO TO WRK-SALARIO-BRUTO.
           PERFORM 0312-CALCULAR-ANUENIO
               THRU 0312-CALCULAR-ANUENIO-EXIT.
           ADD WRK-ADICIONAL-ANUENIO TO WRK-SALARIO-BRUTO.
           PERFORM 0314-APURAR-AFASTAMENTO
               THRU 0314-APURAR-AFASTAMENTO-EXIT.
           SUBTRACT WRK-DESC-AFASTAMENTO FROM WRK-SALARIO-BRUTO.
           PERFORM 0313-LOCALIZAR-COMISSAO
               THRU 0313-LOCALIZAR-COMISSAO-EXIT.
           ADD WRK-VALOR-COMISSAO TO WRK-SALARIO-BRUTO.
           PERFORM 0315-LOCALIZAR-PONTO
               THRU 0315-LOCALIZAR-PONTO-EXIT.
           PERFORM 0316-APURAR-BANCO-HORAS
               THRU 0316-APURAR-BANCO-HORAS-EXIT.
           IF NOT WRK-PONTO-ACHADO
               AND WRK-HORAS-EXTRAS-PAGAR = ZEROS
               GO TO 0310-COMPOR-BRUTO-EXIT
           END-IF.
           COMPUTE WRK-SALARIO-HORA ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 220.
           COMPUTE WRK-VALOR-EXTRAS ROUNDED =
               WRK-SALARIO-HORA
               * WRK-HORAS-EXTRAS-PAGAR
               * WRK-PERC-HORA-EXTRA / 100.
      *    O PONTO REGISTRA OS DIAS DE AFASTAMENTO COMO
      *    AUSENCIA; ELES NAO SAO FALTA E NAO SAO DESCONTADOS.
      *    AS FALTAS COMPENSADAS COM O BANCO DE HORAS TAMBEM NAO.
           COMPUTE WRK-FALTAS-DESCONTAR =
               WRK-FALTAS-INJ-MES - WRK-DIAS-AFASTADO
               - WRK-FALTAS-COMPENSADAS.
           IF WRK-FALTAS-DESCONTAR < ZEROS
               MOVE ZEROS TO WRK-FALTAS-DESCONTAR
           END-IF.
           COMPUTE WRK-DESC-FALTAS ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 30
               * WRK-FALTAS-DESCONTAR.
           IF WRK-DESC-FALTAS > WRK-SALARIO-FUNCIONARIO
               MOVE WRK-SALARIO-FUNCIONARIO TO WRK-DESC-FALTAS
           END-IF.
           IF WRK-DESC-FALTAS + WRK-DESC-AFASTAMENTO >
               WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO
               COMPUTE WRK-DESC-FALTAS =
                   WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO
                   - WRK-DESC-AFASTAMENTO
           END-IF.
           COMPUTE WRK-SALARIO-BRUTO =
               WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO
               + WRK-VALOR-COMISSAO + WRK-VALOR-EXTRAS
               - WRK-DESC-FALTAS - WRK-DESC-AFASTAMENTO.
       0310-COMPOR-BRUTO-EXIT.
           EXIT.

       0313-LOCALIZAR-COMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AFASTAMENTO DO MES: SOMA, PARA TODOS OS AFASTAMENTOS *
      * DA MATRICULA NA COMPETENCIA, OS DIAS AFASTADOS E OS  *
      * DIAS A CARGO DO INSS (ROTINA COMUM AFASDIAS). O      *
      * SALARIO DESSES DIAS (SALARIO DO CADASTRO MAIS O      *
      * ANUENIO, A 1/30 POR DIA) SAI DO BRUTO - QUEM PAGA E  *
      * O INSS, NAO A EMPRESA.                               *
      *----------------------------------------------------*
       0314-APURAR-AFASTAMENTO.
           MOVE ZEROS TO WRK-DIAS-AFASTADO.
           MOVE ZEROS TO WRK-DIAS-INSS.
           MOVE ZEROS TO WRK-DESC-AFASTAMENTO.
           IF WRK-QTD-AFASTAMENTOS = ZEROS
               GO TO 0314-APURAR-AFASTAMENTO-EXIT
           END-IF.
           SET WRK-IDX-AFT TO 1.
           SEARCH WRK-AFT
               AT END
                   GO TO 0314-APURAR-AFASTAMENTO-EXIT
               WHEN WRK-AFT-MATRICULA(WRK-IDX-AFT) = WRK-MATRICULA
                   CONTINUE
           END-SEARCH.
           MOVE 'N' TO WRK-SW-FIM-AFAST-FUNC.
           PERFORM 0314A-SOMAR-AFASTAMENTO
               THRU 0314A-SOMAR-AFASTAMENTO-EXIT
               UNTIL WRK-FIM-AFAST-FUNC.
           IF WRK-DIAS-AFASTADO > 30
               MOVE 30 TO WRK-DIAS-AFASTADO
           END-IF.
           IF WRK-DIAS-INSS > 30
               MOVE 30 TO WRK-DIAS-INSS
           END-IF.
           IF WRK-DIAS-INSS = ZEROS
               GO TO 0314-APURAR-AFASTAMENTO-EXIT
           END-IF.
           COMPUTE WRK-DESC-AFASTAMENTO ROUNDED =
               (WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO)
               / 30 * WRK-DIAS-INSS.
           IF WRK-DESC-AFASTAMENTO >
               WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO
               COMPUTE WRK-DESC-AFASTAMENTO =
                   WRK-SALARIO-FUNCIONARIO + WRK-ADICIONAL-ANUENIO
           END-IF.
       0314-APURAR-AFASTAMENTO-EXIT.
           EXIT.

       0314A-SOMAR-AFASTAMENTO.
           MOVE WRK-AFT-TIPO(WRK-IDX-AFT)    TO WRK-AD-TIPO.
           MOVE WRK-AFT-INICIO(WRK-IDX-AFT)  TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFT-RETORNO(WRK-IDX-AFT) TO WRK-AD-DATA-RETORNO.
           MOVE WRK-COMPETENCIA              TO WRK-AD-COMPETENCIA.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           ADD WRK-AD-DIAS-MES TO WRK-DIAS-AFASTADO.
           ADD WRK-AD-DIAS-INSS TO WRK-DIAS-INSS.
           IF WRK-IDX-AFT >= WRK-QTD-AFASTAMENTOS
               SET WRK-FIM-AFAST-FUNC TO TRUE
               GO TO 0314A-SOMAR-AFASTAMENTO-EXIT
           END-IF.
           SET WRK-IDX-AFT UP BY 1.
           IF WRK-AFT-MATRICULA(WRK-IDX-AFT) NOT = WRK-MATRICULA
               SET WRK-FIM-AFAST-FUNC TO TRUE
           END-IF.
       0314A-SOMAR-AFASTAMENTO-EXIT.
           EXIT.

       0315-LOCALIZAR-PONTO.
           SET WRK-SW-PONTO-ACHADO TO 'N'.
           IF WRK-QTD-PONTOS = ZEROS
       0315-LOCALIZAR-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * HORAS EXTRAS A PAGAR E FALTAS DO MES. SEM O BANCO DE *
      * HORAS, SAO AS DO PONTO; COM O BANCO, AS EXTRAS DO    *
      * PONTO FICAM NO BANCO E SO AS HORAS VENCIDAS SAO      *
      * PAGAS, E AS FALTAS COMPENSADAS NAO SAO DESCONTADAS.  *
      *----------------------------------------------------*
       0316-APURAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-HORAS-EXTRAS-PAGAR.
           MOVE ZEROS TO WRK-FALTAS-INJ-MES.
           MOVE ZEROS TO WRK-FALTAS-COMPENSADAS.
           IF WRK-PONTO-ACHADO
               MOVE WRK-PNT-FALTAS-INJ(WRK-IDX-PNT)
                   TO WRK-FALTAS-INJ-MES
               IF NOT WRK-BANCO-HORAS-ATIVO
                   MOVE WRK-PNT-HORAS-EXTRAS(WRK-IDX-PNT)
                       TO WRK-HORAS-EXTRAS-PAGAR
               END-IF
           END-IF.
           IF WRK-QTD-ACERTOS-BANCO = ZEROS
               GO TO 0316-APURAR-BANCO-HORAS-EXIT
           END-IF.
           SET WRK-IDX-BHT TO 1.
           SEARCH WRK-BHT
               AT END
                   CONTINUE
               WHEN WRK-BHT-MATRICULA(WRK-IDX-BHT) = WRK-MATRICULA
                   MOVE WRK-BHT-HORAS-VENC(WRK-IDX-BHT)
                       TO WRK-HORAS-EXTRAS-PAGAR
                   MOVE WRK-BHT-FALTAS-COMP(WRK-IDX-BHT)
                       TO WRK-FALTAS-COMPENSADAS
           END-SEARCH.
       0316-APURAR-BANCO-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PREVIDENCIA PROGRESSIVA: CADA FATIA DO SALARIO PAGA  *
      * O PERCENTUAL DA SUA FAIXA; O QUE PASSA DO ULTIMO     *

      *----------------------------------------------------*
      * IMPOSTO DE RENDA: LOCALIZA A FAIXA DA BASE (SALARIO  *
      * MENOS PREVIDENCIA, DEPENDENTES E PENSAO ALIMENTICIA) *
      * E APLICA PERCENTUAL MENOS PARCELA A DEDUZIR. BASE    *
      * ACIMA DO ULTIMO LIMITE USA A ULTIMA FAIXA.           *
      *----------------------------------------------------*
       0330-CALCULAR-IMPOSTO.
           MOVE ZEROS TO WRK-DESC-IMPOSTO.
               THRU 0332-DEDUCAO-DEPENDENTES-EXIT.
           COMPUTE WRK-BASE-IMPOSTO =
               WRK-SALARIO-BRUTO - WRK-DESC-PREVIDENCIA
               - WRK-DEDUCAO-DEPENDENTES - WRK-DESC-PENSAO.
           SET WRK-IDX-IRF TO 1.
           SEARCH WRK-FX-IRF
               AT END
           END-SEARCH.
           IF WRK-DEDUCAO-DEPENDENTES >
               WRK-SALARIO-BRUTO - WRK-DESC-PREVIDENCIA
               - WRK-DESC-PENSAO
               COMPUTE WRK-DEDUCAO-DEPENDENTES =
                   WRK-SALARIO-BRUTO - WRK-DESC-PREVIDENCIA
                   - WRK-DESC-PENSAO
           END-IF.
       0332-DEDUCAO-DEPENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PENSAO ALIMENTICIA: APLICA AS ORDENS JUDICIAIS DA    *
      * MATRICULA SOBRE O LIQUIDO LEGAL (BRUTO MENOS         *
      * PREVIDENCIA E IMPOSTO, COM O IMPOSTO AINDA SEM A     *
      * PENSAO), SOBRE O BRUTO OU PELO VALOR FIXO, E GRAVA   *
      * CADA ORDEM DESCONTADA NO PENSPAG. A SOMA NAO PASSA   *
      * DO LIQUIDO LEGAL. A PENSAO PAGA E DEDUTIVEL, ENTAO O *
      * IMPOSTO E RECALCULADO COM ELA FORA DA BASE.          *
      *----------------------------------------------------*
       0333-CALCULAR-PENSAO.
           MOVE ZEROS TO WRK-DESC-PENSAO.
           IF WRK-QTD-PENSOES = ZEROS
               GO TO 0333-CALCULAR-PENSAO-EXIT
           END-IF.
           SET WRK-IDX-PNS TO 1.
           SEARCH WRK-PNS
               AT END
                   GO TO 0333-CALCULAR-PENSAO-EXIT
               WHEN WRK-PNS-MATRICULA(WRK-IDX-PNS) = WRK-MATRICULA
                   CONTINUE
           END-SEARCH.
           COMPUTE WRK-LIQUIDO-PENSAO =
               WRK-SALARIO-BRUTO
               - WRK-DESC-PREVIDENCIA - WRK-DESC-IMPOSTO.
           MOVE 'N' TO WRK-SW-FIM-PENSAO-FUNC.
           PERFORM 0334-DESCONTAR-UMA-PENSAO
               THRU 0334-DESCONTAR-UMA-PENSAO-EXIT
               UNTIL WRK-FIM-PENSAO-FUNC.
           IF WRK-DESC-PENSAO > ZEROS
               PERFORM 0330-CALCULAR-IMPOSTO
                   THRU 0330-CALCULAR-IMPOSTO-EXIT
           END-IF.
       0333-CALCULAR-PENSAO-EXIT.
           EXIT.

       0334-DESCONTAR-UMA-PENSAO.
           EVALUATE WRK-PNS-BASE(WRK-IDX-PNS)
               WHEN 'L'
                   MOVE WRK-LIQUIDO-PENSAO TO WRK-BASE-PENSAO
                   COMPUTE WRK-VALOR-PENSAO ROUNDED =
                       WRK-BASE-PENSAO
                       * WRK-PNS-PERCENTUAL(WRK-IDX-PNS) / 100
               WHEN 'B'
                   MOVE WRK-SALARIO-BRUTO TO WRK-BASE-PENSAO
                   COMPUTE WRK-VALOR-PENSAO ROUNDED =
                       WRK-BASE-PENSAO
                       * WRK-PNS-PERCENTUAL(WRK-IDX-PNS) / 100
               WHEN OTHER
                   MOVE ZEROS TO WRK-BASE-PENSAO
                   MOVE WRK-PNS-VALOR(WRK-IDX-PNS) TO WRK-VALOR-PENSAO
           END-EVALUATE.
           IF WRK-DESC-PENSAO + WRK-VALOR-PENSAO > WRK-LIQUIDO-PENSAO
               DISPLAY 'CALCLIQ: MATRICULA ' WRK-MATRICULA
                   ' PENSAO SEQ ' WRK-PNS-SEQUENCIA(WRK-IDX-PNS)
                   ' MAIOR QUE O LIQUIDO DISPONIVEL - DESCONTO '
                   'LIMITADO, RESIDUO PARA ACERTO'
               COMPUTE WRK-VALOR-PENSAO =
                   WRK-LIQUIDO-PENSAO - WRK-DESC-PENSAO
           END-IF.
           IF WRK-VALOR-PENSAO > ZEROS
               ADD WRK-VALOR-PENSAO TO WRK-DESC-PENSAO
               MOVE WRK-COMPETENCIA TO WRK-PPG-COMPETENCIA
               MOVE WRK-MATRICULA TO WRK-PPG-MATRICULA
               MOVE WRK-PNS-SEQUENCIA(WRK-IDX-PNS)
                   TO WRK-PPG-SEQUENCIA
               MOVE WRK-PNS-BASE(WRK-IDX-PNS) TO WRK-PPG-BASE
               MOVE WRK-BASE-PENSAO TO WRK-PPG-VALOR-BASE
               MOVE WRK-VALOR-PENSAO TO WRK-PPG-VALOR
               MOVE 'N' TO WRK-PPG-TIPO-FOLHA
               WRITE WRK-PENSAO-PAGA
               ADD 1 TO WRK-QTD-PENSOES-PAGAS
           END-IF.
           IF WRK-IDX-PNS >= WRK-QTD-PENSOES
               SET WRK-FIM-PENSAO-FUNC TO TRUE
               GO TO 0334-DESCONTAR-UMA-PENSAO-EXIT
           END-IF.
           SET WRK-IDX-PNS UP BY 1.
           IF WRK-PNS-MATRICULA(WRK-IDX-PNS) NOT = WRK-MATRICULA
               SET WRK-FIM-PENSAO-FUNC TO TRUE
           END-IF.
       0334-DESCONTAR-UMA-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DESCONTA O ADIANTAMENTO REGISTRADO PELA RODADA DO    *
      * DIA 15 (ADVFILE). ADIANTAMENTO MAIOR QUE O LIQUIDO   *
       0336-DESCONTAR-EMPRESTIMO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DESCONTA A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE   *
      * COMPRADO NA COMPETENCIA: O VALOR DOS VALES, LIMITADO *
      * AO PERCENTUAL DO CARTAO VTRPCT SOBRE O BRUTO E AO    *
      * LIQUIDO DISPONIVEL. O QUE NAO FOR DESCONTADO E CUSTO *
      * DA EMPRESA (LANCADO PELO GLFOLHA).                   *
      *----------------------------------------------------*
       0337-DESCONTAR-VALE-TRANSPORTE.
           MOVE ZEROS TO WRK-DESC-VTRANSP.
           IF WRK-QTD-VALES = ZEROS
               GO TO 0337-DESCONTAR-VALE-TRANSPORTE-EXIT
           END-IF.
           SET WRK-IDX-VTT TO 1.
           SEARCH WRK-VTT
               AT END
                   GO TO 0337-DESCONTAR-VALE-TRANSPORTE-EXIT
               WHEN WRK-VTT-MATRICULA(WRK-IDX-VTT) = WRK-MATRICULA
                   MOVE WRK-VTT-VALOR(WRK-IDX-VTT) TO WRK-DESC-VTRANSP
           END-SEARCH.
           COMPUTE WRK-TETO-VALE-TRANSP ROUNDED =
               WRK-SALARIO-BRUTO * WRK-PERC-VALE-TRANSP / 100.
           IF WRK-DESC-VTRANSP > WRK-TETO-VALE-TRANSP
               MOVE WRK-TETO-VALE-TRANSP TO WRK-DESC-VTRANSP
           END-IF.
           IF WRK-DESC-VTRANSP > WRK-SALARIO-LIQUIDO
               DISPLAY 'CALCLIQ: MATRICULA ' WRK-MATRICULA
                   ' COM VALE-TRANSPORTE ' WRK-DESC-VTRANSP
                   ' MAIOR QUE O LIQUIDO ' WRK-SALARIO-LIQUIDO
                   ' - DESCONTO LIMITADO'
               MOVE WRK-SALARIO-LIQUIDO TO WRK-DESC-VTRANSP
           END-IF.
           SUBTRACT WRK-DESC-VTRANSP FROM WRK-SALARIO-LIQUIDO.
       0337-DESCONTAR-VALE-TRANSPORTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACRESCENTA O REGISTRO DO MES AO HISTORICO DE          *
      * PAGAMENTOS (PAYHIST), COM A COMPETENCIA DA FOLHA.     *
           MOVE WRK-VALOR-COMISSAO      TO WRK-PH-VALOR-COMISSAO.
           MOVE WRK-VALOR-EXTRAS        TO WRK-PH-VALOR-EXTRAS.
           MOVE WRK-DESC-FALTAS         TO WRK-PH-DESC-FALTAS.
           MOVE WRK-DESC-AFASTAMENTO    TO WRK-PH-DESC-AFASTAMENTO.
           MOVE WRK-DESC-PREVIDENCIA    TO WRK-PH-DESC-PREVIDENCIA.
           MOVE WRK-DESC-IMPOSTO        TO WRK-PH-DESC-IMPOSTO.
           MOVE WRK-DESC-PENSAO         TO WRK-PH-DESC-PENSAO.
           MOVE WRK-DESC-VTRANSP        TO WRK-PH-DESC-VTRANSP.
           MOVE WRK-DESC-ADIANTAMENTO   TO WRK-PH-DESC-ADIANTAMENTO.
           MOVE WRK-DESC-EMPRESTIMO     TO WRK-PH-DESC-EMPRESTIMO.
           MOVE WRK-SALARIO-LIQUIDO     TO WRK-PH-SALARIO-LIQUIDO.
           MOVE 'N'                     TO WRK-PH-TIPO-FOLHA.
           IF WRK-HIST-EM-GERACAO
               WRITE WRK-REG-HISTNOVO FROM WRK-HISTORICO-PAGAMENTO
           ELSE
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.
           CLOSE NETDEPR-ARQ.
           CLOSE NETPAY-ARQ.
           CLOSE PENSPAG-ARQ.
           IF WRK-HIST-EM-GERACAO
               CLOSE HISTNOVO-ARQ
               DISPLAY 'CALCLIQ: SUBSTITUA PAYHIST POR PAYHNEW'
           DISPLAY 'CALCLIQ: ' WRK-TOTAL-FUNCIONARIOS
               ' FUNCIONARIOS COM LIQUIDO CALCULADO EM '
               WRK-QTD-DEPARTAMENTOS ' DEPARTAMENTOS'.
           IF WRK-QTD-PENSOES-PAGAS > ZEROS
               DISPLAY 'CALCLIQ: ' WRK-QTD-PENSOES-PAGAS
                   ' PENSOES ALIMENTICIAS DESCONTADAS (PENSPAG)'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.


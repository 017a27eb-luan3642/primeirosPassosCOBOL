      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - AFASTAMENTO POR DOENCA OU ACIDENTE COM MAIS DE 180 DIAS
      *   DE BENEFICIO DO INSS (AFASMSTR, CONTADO PELA AFASDIAS)
      *   FAZ PERDER O PERIODO AQUISITIVO: 30 DIAS A MENOS DE
      *   DIREITO POR AFASTAMENTO NESSA SITUACAO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SCH.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT DIREITO-ARQ ASSIGN TO 'FERDIR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DIR.
       FD  AGENDA-ARQ.
           COPY 'FERIAREG.COB'.

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  DIREITO-ARQ.
       01  WRK-REG-DIREITO.
           05  DIR-MATRICULA           PIC 9(06).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-SCH                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DIR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
       77  WRK-SW-GOZ-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-GOZ-CHEIA                       VALUE 'S'.

      *    DIAS DE DIREITO PERDIDOS POR MATRICULA (30 POR
      *    AFASTAMENTO DE DOENCA/ACIDENTE COM MAIS DE 180 DIAS DE
      *    BENEFICIO), SOMADOS EM UMA PASSADA PELO AFASMSTR. SEM O
      *    CADASTRO DE AFASTAMENTOS, NINGUEM PERDE DIREITO.
       77  WRK-QTD-PERDIDOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PERDIDOS.
           05  WRK-PER OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PERDIDOS
                   INDEXED BY WRK-IDX-PER.
               10  WRK-PER-MATRICULA     PIC 9(06).
               10  WRK-PER-DIAS          PIC 9(04).
       77  WRK-SW-PER-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-PER-CHEIA                       VALUE 'S'.
       77  WRK-DIAS-PERDIDOS            PIC 9(04) VALUE ZEROS.

       77  WRK-ANOS-COMPLETOS           PIC S9(04) VALUE ZEROS.
       77  WRK-DIAS-DIREITO             PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-GOZADOS             PIC 9(04) VALUE ZEROS.
           IF WRK-ARQUIVOS-OK
               PERFORM 0150-CARREGAR-AGENDA
                   THRU 0150-CARREGAR-AGENDA-EXIT
               PERFORM 0170-CARREGAR-AFASTAMENTOS
                   THRU 0170-CARREGAR-AFASTAMENTOS-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-FUNC
           END-IF.
       0160-SOMAR-GOZADOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA PASSADA PELO CADASTRO DE AFASTAMENTOS: CADA      *
      * AFASTAMENTO DE DOENCA OU ACIDENTE QUE JA PASSOU DE   *
      * 180 DIAS DE BENEFICIO DO INSS (ATE O MES CORRENTE)   *
      * TIRA 30 DIAS DO DIREITO DA MATRICULA. MATERNIDADE    *
      * NAO PREJUDICA AS FERIAS. SEM O ARQUIVO, A TABELA     *
      * FICA VAZIA.                                          *
      *----------------------------------------------------*
       0170-CARREGAR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               GO TO 0170-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-AFA = '10'
               READ AFASTAMENTO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-AFA
                   NOT AT END
                       PERFORM 0180-SOMAR-PERDIDOS
                           THRU 0180-SOMAR-PERDIDOS-EXIT
               END-READ
           END-PERFORM.
           CLOSE AFASTAMENTO-ARQ.
       0170-CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       0180-SOMAR-PERDIDOS.
           IF NOT WRK-AFA-DOENCA AND NOT WRK-AFA-ACIDENTE
               GO TO 0180-SOMAR-PERDIDOS-EXIT
           END-IF.
           MOVE WRK-AFA-TIPO          TO WRK-AD-TIPO.
           MOVE WRK-AFA-DATA-INICIO   TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFA-DATA-RETORNO  TO WRK-AD-DATA-RETORNO.
           MOVE WRK-ANOSYS            TO WRK-AD-CMP-ANO.
           MOVE WRK-MESSYS            TO WRK-AD-CMP-MES.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           IF WRK-AD-DIAS-BENEFICIO NOT > 180
               GO TO 0180-SOMAR-PERDIDOS-EXIT
           END-IF.
           IF WRK-QTD-PERDIDOS > ZEROS
               SET WRK-IDX-PER TO 1
               SEARCH WRK-PER
                   AT END
                       CONTINUE
                   WHEN WRK-PER-MATRICULA(WRK-IDX-PER)
                           = WRK-AFA-MATRICULA
                       ADD 30 TO WRK-PER-DIAS(WRK-IDX-PER)
                       GO TO 0180-SOMAR-PERDIDOS-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PERDIDOS >= 2000
               IF NOT WRK-PER-CHEIA
                   SET WRK-PER-CHEIA TO TRUE
                   DISPLAY 'FERACUM: MAIS DE 2000 MATRICULAS COM '
                       'AFASTAMENTO LONGO - EXCEDENTES SEM PERDA'
               END-IF
               GO TO 0180-SOMAR-PERDIDOS-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PERDIDOS.
           SET WRK-IDX-PER TO WRK-QTD-PERDIDOS.
           MOVE WRK-AFA-MATRICULA TO WRK-PER-MATRICULA(WRK-IDX-PER).
           MOVE 30 TO WRK-PER-DIAS(WRK-IDX-PER).
       0180-SOMAR-PERDIDOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
      *----------------------------------------------------*
      * CONTA OS ANOS COMPLETOS DESDE O ANIVERSARIO DA       *
      * ADMISSAO (30 DIAS DE DIREITO POR ANO COMPLETO),      *
      * TIRA OS DIAS PERDIDOS POR AFASTAMENTO LONGO,         *
      * DESCONTA OS DIAS JA AGENDADOS/GOZADOS E GRAVA O      *
      * SALDO NO ARQUIVO DE DIREITOS.                        *
      *----------------------------------------------------*
               MOVE ZEROS TO WRK-ANOS-COMPLETOS
           END-IF.
           COMPUTE WRK-DIAS-DIREITO = WRK-ANOS-COMPLETOS * 30.
           PERFORM 0360-LOCALIZAR-PERDIDOS
               THRU 0360-LOCALIZAR-PERDIDOS-EXIT.
           IF WRK-DIAS-PERDIDOS > WRK-DIAS-DIREITO
               MOVE ZEROS TO WRK-DIAS-DIREITO
           ELSE
               SUBTRACT WRK-DIAS-PERDIDOS FROM WRK-DIAS-DIREITO
           END-IF.

           PERFORM 0350-LOCALIZAR-GOZADOS
               THRU 0350-LOCALIZAR-GOZADOS-EXIT.
       0350-LOCALIZAR-GOZADOS-EXIT.
           EXIT.

       0360-LOCALIZAR-PERDIDOS.
           MOVE ZEROS TO WRK-DIAS-PERDIDOS.
           IF WRK-QTD-PERDIDOS = ZEROS
               GO TO 0360-LOCALIZAR-PERDIDOS-EXIT
           END-IF.
           SET WRK-IDX-PER TO 1.
           SEARCH WRK-PER
               AT END
                   CONTINUE
               WHEN WRK-PER-MATRICULA(WRK-IDX-PER) = WRK-MATRICULA
                   MOVE WRK-PER-DIAS(WRK-IDX-PER)
                       TO WRK-DIAS-PERDIDOS
           END-SEARCH.
       0360-LOCALIZAR-PERDIDOS-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE FUNCIONARIO-ARQ

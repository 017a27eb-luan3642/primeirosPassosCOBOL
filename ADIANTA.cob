      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - QUARENTENA DE TROCA DE CONTA, COMO NO BANKREM: CONTA
      *   DO CADASTRO QUE E A CONTA NOVA DE UMA TROCA AINDA
      *   PENDENTE NO CONTAHIS (VER CONTAREG.COB) NAO RECEBE O
      *   ADIANTAMENTO ATE O RH CONFIRMAR A TROCA; A MATRICULA
      *   FICA FORA DA REMESSA E DO ADVFILE (RETURN-CODE 4).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
       FD  ADIPARM-ARQ.
       01  WRK-REG-ADIPARM             PIC 9(02)V99.

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ADV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
       77  WRK-VALOR-ADIANTAMENTO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-ORDENS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-QUARENTENA           PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ADIANTADO          PIC 9(09)V99 VALUE ZEROS.

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

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
           IF WRK-ARQUIVOS-OK
               PERFORM 0120-CARREGAR-PERCENTUAL
                   THRU 0120-CARREGAR-PERCENTUAL-EXIT
               PERFORM 0170-CARREGAR-PENDENTES
                   THRU 0170-CARREGAR-PENDENTES-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-FUNC
           END-IF.
       0120-CARREGAR-PERCENTUAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS TROCAS DE CONTA PENDENTES DO HISTORICO    *
      * (CONTAHIS). SEM O ARQUIVO, NINGUEM E RETIDO.         *
      *----------------------------------------------------*
       0170-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           OPEN INPUT CONTAHIS-ARQ.
           IF WRK-FS-TRC NOT = '00'
               GO TO 0170-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TRC = '10'
               READ CONTAHIS-ARQ
                   AT END MOVE '10' TO WRK-FS-TRC
                   NOT AT END
                       IF WRK-TRC-PENDENTE
                           IF WRK-QTD-PENDENTES >= 2000
                               DISPLAY 'ADIANTA: CONTAHIS COM MAIS '
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
       0170-CARREGAR-PENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VERIFICA SE A CONTA DO CADASTRO DA MATRICULA       *
      * CORRENTE E A CONTA NOVA DE UMA TROCA AINDA PENDENTE. *
      *----------------------------------------------------*
       0180-VERIFICAR-QUARENTENA.
           SET WRK-SW-EM-QUARENTENA TO 'N'.
           IF WRK-QTD-PENDENTES = ZEROS
               GO TO 0180-VERIFICAR-QUARENTENA-EXIT
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
       0180-VERIFICAR-QUARENTENA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
                   ' SEM DADOS BANCARIOS - FORA DO ADIANTAMENTO'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
      *    CONTA AINDA EM QUARENTENA: O ADIANTAMENTO FICA RETIDO
      *    (NEM ORDEM, NEM ADVFILE, PARA O CALCLIQ NAO DESCONTAR
      *    O QUE NAO FOI PAGO).
           PERFORM 0180-VERIFICAR-QUARENTENA
               THRU 0180-VERIFICAR-QUARENTENA-EXIT.
           IF WRK-EM-QUARENTENA
               ADD 1 TO WRK-QTD-QUARENTENA
               DISPLAY 'ADIANTA: MATRICULA ' WRK-MATRICULA
                   ' COM TROCA DE CONTA PENDENTE - FORA DO '
                   'ADIANTAMENTO ATE A CONFIRMACAO DO RH'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           COMPUTE WRK-VALOR-ADIANTAMENTO ROUNDED =
               WRK-SALARIO-FUNCIONARIO * WRK-PERC-ADIANTAMENTO / 100.
               DISPLAY 'ADIANTA: ' WRK-QTD-ORDENS
                   ' ADIANTAMENTOS DE ' WRK-PERC-ADIANTAMENTO
                   ' PORCENTO, TOTAL ' WRK-TOTAL-ADIANTADO ', '
                   WRK-QTD-SEM-CONTA ' ATIVOS SEM DADOS BANCARIOS, '
                   WRK-QTD-QUARENTENA ' COM TROCA DE CONTA PENDENTE'
               IF WRK-QTD-QUARENTENA > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ADIANTA: EXECUCAO ENCERRADA SEM PROCESSAR'
           END-IF.

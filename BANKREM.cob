      *   LIQUIDO ZERADO (TOTALMENTE CONSUMIDO PELOS
      *   DESCONTOS) NAO GERA ORDEM. FALHA DE ABERTURA PASSOU
      *   A DEVOLVER RETURN-CODE 8 AO DRIVER (FECHMES).
      * - QUARENTENA DE TROCA DE CONTA: MATRICULA CUJA CONTA DO
      *   CADASTRO E A CONTA NOVA DE UMA TROCA AINDA PENDENTE
      *   NO HISTORICO (CONTAHIS, VER CONTAREG.COB) FICA FORA
      *   DA REMESSA, COMO AS RETIDAS PELO VARAUDIT, ATE O RH
      *   CONFIRMAR A TROCA (CONTACNF). SEM O CONTAHIS, NINGUEM
      *   E RETIDO POR ESTE MOTIVO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HLD.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

       DATA DIVISION.
       FILE SECTION.
       FD  NETPAY-ARQ.
           05  HLD-LIQUIDO-NOVO        PIC 9(07)V99.
           05  HLD-VARIACAO            PIC S9(03)V99.

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HLD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-NET              PIC X(01) VALUE 'N'.
           88  WRK-FIM-NET                        VALUE 'S'.
       77  WRK-QTD-ORDENS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RETIDOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-QUARENTENA           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-VALOR            PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REMESSA            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SW-MATR-RETIDA           PIC X(01) VALUE 'N'.
           88  WRK-MATR-RETIDA                     VALUE 'S'.

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
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0150-CARREGAR-RETIDOS
               THRU 0150-CARREGAR-RETIDOS-EXIT.
           PERFORM 0170-CARREGAR-PENDENTES
               THRU 0170-CARREGAR-PENDENTES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
       0160-VERIFICAR-RETIDA-EXIT.
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
                               DISPLAY 'BANKREM: CONTAHIS COM MAIS '
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
                   'A REVISAO'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           PERFORM 0180-VERIFICAR-QUARENTENA
               THRU 0180-VERIFICAR-QUARENTENA-EXIT.
           IF WRK-EM-QUARENTENA
               ADD 1 TO WRK-QTD-QUARENTENA
               DISPLAY 'BANKREM: MATRICULA ' WRK-MATRICULA
                   ' COM TROCA DE CONTA PENDENTE - FORA DA '
                   'REMESSA ATE A CONFIRMACAO DO RH'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF WRK-BANCO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CONTA
               DISPLAY 'BANKREM: MATRICULA ' WRK-MATRICULA
                   WRK-TOTAL-REMESSA ', ' WRK-QTD-SEM-CONTA
                   ' SEM DADOS BANCARIOS, '
                   WRK-QTD-RETIDOS ' RETIDOS PELO VARAUDIT, '
                   WRK-QTD-QUARENTENA ' COM TROCA DE CONTA '
                   'PENDENTE, '
                   WRK-QTD-SEM-CADASTRO ' FORA DO CADASTRO, '
                   WRK-QTD-SEM-VALOR ' COM LIQUIDO ZERADO'
           ELSE

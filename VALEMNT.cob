      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CADA EMISSAO ACEITA PASSOU A SER ACRESCENTADA TAMBEM AO
      *   DIARIO DE MOVIMENTOS DE VALES (VALEDIA, VER
      *   VALEDREG.COB) COM A ORIGEM E A DATA DO PROCESSAMENTO,
      *   PARA A CONTABILIZACAO DO FECHAMENTO DE VENDAS
      *   (GLVENDAS) LANCAR O PASSIVO PELA ORIGEM DO VALE.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

           SELECT VALEDIA-ARQ ASSIGN TO 'VALEDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VDI.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
           05  REJ-ORIGEM              PIC X(10).
           05  REJ-MOTIVO              PIC X(30).

       FD  VALEDIA-ARQ.
           COPY 'VALEDREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-MOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VAL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VDI                  PIC X(02) VALUE SPACES.

       01  WRK-DATA-SISTEMA             PIC 9(08).

       77  WRK-SW-FIM-MOV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOV                        VALUE 'S'.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-EMITIDOS
               THRU 0120-CARREGAR-EMITIDOS-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
               OPEN OUTPUT VALEMSTR-ARQ
           END-IF.
           OPEN OUTPUT REJEITADO-ARQ.
           OPEN EXTEND VALEDIA-ARQ.
           IF WRK-FS-VDI NOT = '00'
               CLOSE VALEDIA-ARQ
               OPEN OUTPUT VALEDIA-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.
           MOVE MOV-DATA-VALIDADE TO WRK-VAL-DATA-VALIDADE.
           MOVE 'A'               TO WRK-VAL-SITUACAO.
           WRITE WRK-VALE-TROCA.
           MOVE 'M'               TO WRK-VDI-TIPO.
           MOVE MOV-NUMERO        TO WRK-VDI-NUMERO.
           MOVE MOV-VALOR         TO WRK-VDI-VALOR.
           MOVE WRK-DATA-SISTEMA  TO WRK-VDI-DATA.
           MOVE MOV-ORIGEM        TO WRK-VDI-ORIGEM.
           WRITE WRK-REGISTRO-VALEDIA.
           ADD 1 TO WRK-QTD-EMISSOES.
           ADD MOV-VALOR TO WRK-TOTAL-EMITIDO.

               CLOSE MOVIMENTO-ARQ
               CLOSE VALEMSTR-ARQ
               CLOSE REJEITADO-ARQ
               CLOSE VALEDIA-ARQ
               DISPLAY 'VALEMNT: ' WRK-QTD-EMISSOES
                   ' VALES EMITIDOS (TOTAL ' WRK-TOTAL-EMITIDO
                   '), ' WRK-QTD-REJEITADOS ' REJEITADOS'

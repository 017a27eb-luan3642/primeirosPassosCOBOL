      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CADA VALE EXPIRADO PASSOU A SER ACRESCENTADO TAMBEM AO
      *   DIARIO DE MOVIMENTOS DE VALES (VALEDIA, VER
      *   VALEDREG.COB), PARA A CONTABILIZACAO DO FECHAMENTO DE
      *   VENDAS (GLVENDAS) LANCAR A BAIXA DO PASSIVO CONTRA A
      *   RECEITA SEM DEPENDER DO PAPEL DO VALEVREL.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

           SELECT VALEDIA-ARQ ASSIGN TO 'VALEDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VDI.

       DATA DIVISION.
       FILE SECTION.
       FD  VALEMSTR-ARQ.
       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       FD  VALEDIA-ARQ.
           COPY 'VALEDREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-VAL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VLN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VDI                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-VAL              PIC X(01) VALUE 'N'.
           88  WRK-FIM-VAL                        VALUE 'S'.
           OPEN OUTPUT VALENOVO-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           OPEN EXTEND VALEDIA-ARQ.
           IF WRK-FS-VDI NOT = '00'
               CLOSE VALEDIA-ARQ
               OPEN OUTPUT VALEDIA-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.
                   MOVE WRK-VAL-VALOR TO WRK-DET-VALOR
                   MOVE WRK-VAL-DATA-VALIDADE TO WRK-DET-VALIDADE
                   WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
                   MOVE 'X' TO WRK-VDI-TIPO
                   MOVE WRK-VAL-NUMERO TO WRK-VDI-NUMERO
                   MOVE WRK-VAL-VALOR TO WRK-VDI-VALOR
                   MOVE WRK-DATA-SISTEMA TO WRK-VDI-DATA
                   MOVE 'VALEVENC' TO WRK-VDI-ORIGEM
                   WRITE WRK-REGISTRO-VALEDIA
               ELSE
                   ADD 1 TO WRK-QTD-ABERTOS
                   ADD WRK-VAL-VALOR TO WRK-TOTAL-ABERTO
               CLOSE VALEMSTR-ARQ
               CLOSE VALENOVO-ARQ
               CLOSE RELATORIO-ARQ
               CLOSE VALEDIA-ARQ
               DISPLAY 'VALEVENC: ' WRK-QTD-EXPIRADOS
                   ' VALES EXPIRADOS (TOTAL ' WRK-TOTAL-EXPIRADO
                   '), ' WRK-QTD-ABERTOS ' EM ABERTO (TOTAL '

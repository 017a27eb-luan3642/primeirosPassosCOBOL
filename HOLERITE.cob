      *   CALCLIQ: 1,00 POR ANO, TETO 20,00), CALCULADO SOBRE
      *   O SALARIO DO CADASTRO. FUNCIONARIO AINDA SEM ANO
      *   COMPLETO SAI SEM A LINHA.
      * - O HOLERITE GANHOU A LINHA DE PENSAO ALIMENTICIA
      *   JUDICIAL DESCONTADA NA ULTIMA FOLHA, LIDA DO NETPAY
      *   GRAVADO PELO CALCLIQ. SEM O NETPAY, OU SEM PENSAO NA
      *   MATRICULA, SAI SEM A LINHA.
      * - O HOLERITE GANHOU A LINHA DE VALE-TRANSPORTE
      *   DESCONTADO NA ULTIMA FOLHA (NET-DESC-VTRANSP), LIDA
      *   NA MESMA PASSADA PELO NETPAY DA PENSAO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ANU.

           SELECT NETPAY-ARQ ASSIGN TO 'NETPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NET.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
           05  ANU-PERC-ANO            PIC 9(02)V99.
           05  ANU-TETO-PERC           PIC 9(02)V99.

       FD  NETPAY-ARQ.
           COPY 'NETREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'MESES.COB'.
           COPY 'ERRMSG.COB'.
       77  WRK-FS-HOL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DEC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ANU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-NET                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.

       77  WRK-QTD-HOLERITES            PIC 9(06) VALUE ZEROS.

      *    PENSAO ALIMENTICIA E VALE-TRANSPORTE DESCONTADOS NA
      *    ULTIMA FOLHA (NETPAY), SO DAS MATRICULAS QUE TIVERAM
      *    UM DOS DOIS DESCONTOS.
       77  WRK-QTD-PENSOES              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENSAO.
           05  WRK-PNS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PENSOES
                   INDEXED BY WRK-IDX-PNS.
               10  WRK-PNS-MATRICULA     PIC 9(06).
               10  WRK-PNS-VALOR         PIC 9(07)V99.
               10  WRK-PNS-VTRANSP       PIC 9(07)V99.
       77  WRK-SW-PENSAO-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-PENSAO-CHEIA                    VALUE 'S'.

      *    ANUENIO (CARTAO ANUPARM, MESMOS PADROES DO CALCLIQ) E
      *    A DATA DO SISTEMA PARA CONTAR OS ANOS COMPLETOS.
       77  WRK-PERC-ANUENIO-ANO         PIC 9(02)V99 VALUE 1,00.
           05  WRK-HOL-ANU-PERC         PIC Z9,99.
           05  FILLER                   PIC X(02) VALUE '%)'.

       01  WRK-HOL-PENSAO.
           05  FILLER                   PIC X(27)
               VALUE 'PENSAO ALIMENTICIA .......:'.
           05  WRK-HOL-PNS-VALOR        PIC ZZZZZZ9,99.

       01  WRK-HOL-VTRANSP.
           05  FILLER                   PIC X(27)
               VALUE 'VALE-TRANSPORTE ..........:'.
           05  WRK-HOL-VTR-VALOR        PIC ZZZZZZ9,99.

       01  WRK-HOL-SEM-REAJUSTE.
           05  FILLER                   PIC X(16)
               VALUE 'SALARIO ATUAL: '.
                   THRU 0140-CARREGAR-SW-DECIMAL-EXIT
               PERFORM 0150-CARREGAR-ULTIMOS
                   THRU 0150-CARREGAR-ULTIMOS-EXIT
               PERFORM 0170-CARREGAR-PENSOES
                   THRU 0170-CARREGAR-PENSOES-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-FUNC
           END-IF.
       0160-GUARDAR-ULTIMO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA PASSADA PELO NETPAY DA ULTIMA FOLHA GUARDANDO A  *
      * PENSAO ALIMENTICIA E O VALE-TRANSPORTE DESCONTADOS   *
      * DE CADA MATRICULA. SEM O NETPAY, NENHUM HOLERITE SAI *
      * COM AS LINHAS.                                       *
      *----------------------------------------------------*
       0170-CARREGAR-PENSOES.
           OPEN INPUT NETPAY-ARQ.
           IF WRK-FS-NET NOT = '00'
               GO TO 0170-CARREGAR-PENSOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-NET = '10'
               READ NETPAY-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-NET
                   NOT AT END
                       PERFORM 0175-GUARDAR-PENSAO
                           THRU 0175-GUARDAR-PENSAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE NETPAY-ARQ.
       0170-CARREGAR-PENSOES-EXIT.
           EXIT.

       0175-GUARDAR-PENSAO.
           IF NET-DESC-PENSAO = ZEROS AND NET-DESC-VTRANSP = ZEROS
               GO TO 0175-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-QTD-PENSOES >= 2000
               IF NOT WRK-PENSAO-CHEIA
                   SET WRK-PENSAO-CHEIA TO TRUE
                   DISPLAY 'HOLERITE: MAIS DE 2000 PENSOES NO NETPAY '
                       '- EXCEDENTES SEM A LINHA DE PENSAO/VALE'
               END-IF
               GO TO 0175-GUARDAR-PENSAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PENSOES.
           SET WRK-IDX-PNS TO WRK-QTD-PENSOES.
           MOVE NET-MATRICULA TO WRK-PNS-MATRICULA(WRK-IDX-PNS).
           MOVE NET-DESC-PENSAO TO WRK-PNS-VALOR(WRK-IDX-PNS).
           MOVE NET-DESC-VTRANSP TO WRK-PNS-VTRANSP(WRK-IDX-PNS).
       0175-GUARDAR-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
           END-IF.
           PERFORM 0340-LINHA-ANUENIO
               THRU 0340-LINHA-ANUENIO-EXIT.
           PERFORM 0345-LINHA-PENSAO
               THRU 0345-LINHA-PENSAO-EXIT.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-SEPARADOR.
           ADD 1 TO WRK-QTD-HOLERITES.
       0300-EMITIR-HOLERITE-EXIT.
       0340-LINHA-ANUENIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LINHAS DA PENSAO ALIMENTICIA JUDICIAL E DO VALE-     *
      * TRANSPORTE DESCONTADOS NA ULTIMA FOLHA. MATRICULA    *
      * SEM O DESCONTO, SEM A LINHA.                         *
      *----------------------------------------------------*
       0345-LINHA-PENSAO.
           IF WRK-QTD-PENSOES = ZEROS
               GO TO 0345-LINHA-PENSAO-EXIT
           END-IF.
           SET WRK-IDX-PNS TO 1.
           SEARCH WRK-PNS
               AT END
                   GO TO 0345-LINHA-PENSAO-EXIT
               WHEN WRK-PNS-MATRICULA(WRK-IDX-PNS) = WRK-MATRICULA
                   MOVE WRK-PNS-VALOR(WRK-IDX-PNS) TO WRK-HOL-PNS-VALOR
                   MOVE WRK-PNS-VTRANSP(WRK-IDX-PNS)
                       TO WRK-HOL-VTR-VALOR
           END-SEARCH.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-HOL-PNS-VALOR REPLACING ALL ',' BY '.'
               INSPECT WRK-HOL-VTR-VALOR REPLACING ALL ',' BY '.'
           END-IF.
           IF WRK-PNS-VALOR(WRK-IDX-PNS) > ZEROS
               WRITE WRK-LINHA-HOLERITE FROM WRK-HOL-PENSAO
           END-IF.
           IF WRK-PNS-VTRANSP(WRK-IDX-PNS) > ZEROS
               WRITE WRK-LINHA-HOLERITE FROM WRK-HOL-VTRANSP
           END-IF.
       0345-LINHA-PENSAO-EXIT.
           EXIT.

       0350-LOCALIZAR-ULTIMO.
           SET WRK-SW-ULT-ACHADO TO 'N'.
           IF WRK-QTD-ULTIMOS = ZEROS

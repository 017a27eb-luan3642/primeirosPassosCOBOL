       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMORA.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ROTINA UNICA DE ENCARGOS DE ATRASO DO
      * CREDIARIO, NO MOLDE DA DIAUTIL: RECEBE O VENCIMENTO, A
      * DATA DO CALCULO E O VALOR DA PARCELA NA AREA
      * MORAREG.COB E DEVOLVE OS DIAS DE ATRASO, A MULTA
      * (PERCENTUAL UNICO SOBRE O VALOR), OS JUROS DE MORA
      * (PERCENTUAL AO DIA SOBRE O VALOR, PELOS DIAS DE ATRASO)
      * E O TOTAL A PAGAR. OS PERCENTUAIS VEM DO CARTAO COBMORA
      * (MULTA 9(02)V99 + JUROS AO DIA 9(01)V9999), LIDO NA
      * PRIMEIRA CHAMADA; SEM CARTAO, OU COM CARTAO INVALIDO,
      * MULTA DE 2,00% E JUROS DE 0,0333% AO DIA (1% AO MES).
      * VALORES TRUNCADOS NO CENTAVO.
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
           SELECT COBMORA-ARQ ASSIGN TO 'COBMORA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MORA.

       DATA DIVISION.
       FILE SECTION.
       FD  COBMORA-ARQ.
       01  WRK-REG-COBMORA.
           05  MOR-PERC-MULTA          PIC 9(02)V99.
           05  MOR-PERC-JUROS-DIA      PIC 9(01)V9999.

       WORKING-STORAGE SECTION.
       77  WRK-FS-MORA                 PIC X(02) VALUE SPACES.

      *    O CARTAO E LIDO UMA UNICA VEZ, NA PRIMEIRA CHAMADA (A
      *    WORKING-STORAGE DA SUBROTINA SOBREVIVE ENTRE CHAMADAS).
       77  WRK-SW-CARREGADO            PIC X(01) VALUE 'N'.
           88  WRK-PARAMETROS-CARREGADOS          VALUE 'S'.

       77  WRK-PERC-MULTA              PIC 9(02)V99 VALUE 2,00.
       77  WRK-PERC-JUROS-DIA          PIC 9(01)V9999 VALUE 0,0333.
       77  WRK-DIAS-CALCULO            PIC S9(05) VALUE ZEROS.

       01  WRK-DATA-VENCIMENTO.
           05  WRK-VEN-ANO              PIC 9(04).
           05  WRK-VEN-MES              PIC 9(02).
           05  WRK-VEN-DIA              PIC 9(02).

       01  WRK-DATA-CALCULO.
           05  WRK-CAL-ANO              PIC 9(04).
           05  WRK-CAL-MES              PIC 9(02).
           05  WRK-CAL-DIA              PIC 9(02).

       LINKAGE SECTION.
           COPY 'MORAREG.COB'.

       PROCEDURE DIVISION USING WRK-MORA-AREA.

       0100-CALCULAR.
           IF NOT WRK-PARAMETROS-CARREGADOS
               PERFORM 0600-LER-CARTAO THRU 0600-LER-CARTAO-EXIT
               SET WRK-PARAMETROS-CARREGADOS TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-MR-DIAS-ATRASO.
           MOVE ZEROS TO WRK-MR-MULTA.
           MOVE ZEROS TO WRK-MR-JUROS.
           MOVE ZEROS TO WRK-MR-ENCARGOS.
           MOVE WRK-MR-VALOR TO WRK-MR-TOTAL.
           MOVE WRK-MR-VENCIMENTO TO WRK-DATA-VENCIMENTO.
           MOVE WRK-MR-DATA TO WRK-DATA-CALCULO.
           COMPUTE WRK-DIAS-CALCULO =
               ((WRK-CAL-ANO - WRK-VEN-ANO) * 360)
               + ((WRK-CAL-MES - WRK-VEN-MES) * 30)
               + WRK-CAL-DIA - WRK-VEN-DIA
               ON SIZE ERROR MOVE ZEROS TO WRK-DIAS-CALCULO
           END-COMPUTE.
           IF WRK-DIAS-CALCULO NOT > ZEROS
               GOBACK
           END-IF.
           MOVE WRK-DIAS-CALCULO TO WRK-MR-DIAS-ATRASO.
           COMPUTE WRK-MR-MULTA =
               WRK-MR-VALOR * WRK-PERC-MULTA / 100
               ON SIZE ERROR MOVE 9999999,99 TO WRK-MR-MULTA
           END-COMPUTE.
           COMPUTE WRK-MR-JUROS =
               WRK-MR-VALOR * WRK-PERC-JUROS-DIA
               * WRK-MR-DIAS-ATRASO / 100
               ON SIZE ERROR MOVE 9999999,99 TO WRK-MR-JUROS
           END-COMPUTE.
           COMPUTE WRK-MR-ENCARGOS = WRK-MR-MULTA + WRK-MR-JUROS
               ON SIZE ERROR MOVE 9999999,99 TO WRK-MR-ENCARGOS
           END-COMPUTE.
           COMPUTE WRK-MR-TOTAL = WRK-MR-VALOR + WRK-MR-ENCARGOS.
           GOBACK.

      *----------------------------------------------------*
      * CARTAO OPCIONAL COBMORA. CAMPO NAO NUMERICO FICA NO  *
      * PADRAO, COM AVISO (MULTA OU JUROS ZERADOS VALEM: A   *
      * LOJA PODE NAO COBRAR UM DOS DOIS).                   *
      *----------------------------------------------------*
       0600-LER-CARTAO.
           OPEN INPUT COBMORA-ARQ.
           IF WRK-FS-MORA NOT = '00'
               GO TO 0600-LER-CARTAO-EXIT
           END-IF.
           READ COBMORA-ARQ
               AT END
                   CLOSE COBMORA-ARQ
                   GO TO 0600-LER-CARTAO-EXIT
           END-READ.
           IF MOR-PERC-MULTA IS NUMERIC
               MOVE MOR-PERC-MULTA TO WRK-PERC-MULTA
           ELSE
               DISPLAY 'CRMORA: COBMORA COM MULTA INVALIDA - '
                   'ASSUMIDO ' WRK-PERC-MULTA '%'
           END-IF.
           IF MOR-PERC-JUROS-DIA IS NUMERIC
               MOVE MOR-PERC-JUROS-DIA TO WRK-PERC-JUROS-DIA
           ELSE
               DISPLAY 'CRMORA: COBMORA COM JUROS INVALIDOS - '
                   'ASSUMIDO ' WRK-PERC-JUROS-DIA '% AO DIA'
           END-IF.
           CLOSE COBMORA-ARQ.
       0600-LER-CARTAO-EXIT.
           EXIT.

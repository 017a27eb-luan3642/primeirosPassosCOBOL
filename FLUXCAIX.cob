       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXCAIX.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: FLUXO DE CAIXA PROJETADO PARA OS PROXIMOS 30
      * DIAS CORRIDOS A PARTIR DA DATA-BASE, UMA LINHA POR DIA
      * UTIL (ROTINA COMUM DIAUTIL), NO LUGAR DA PLANILHA QUE O
      * FINANCEIRO MONTAVA TODA SEMANA COM MEIA DUZIA DE
      * LISTAGENS. JUNTA:
      *   - ENTRADAS: PARCELAS EM ABERTO DO CREDIARIO
      *     (CRABERTO, PELO VENCIMENTO) E O REPASSE DOS CARTOES
      *     PELA AGENDA DA ADMINISTRADORA (CARDSETL);
      *   - SAIDAS: O ADIANTAMENTO QUINZENAL NO DIA 15 (TOTAL
      *     DA ULTIMA RODADA DO ADIANTA, ADVFILE), O LIQUIDO DA
      *     FOLHA (NETPAY) E OS ENCARGOS PATRONAIS (ENCFILE) NO
      *     ULTIMO DIA DO MES, E OS TITULOS A PAGAR EM ABERTO OU
      *     EM REMESSA (CPAGAR, PELO VENCIMENTO).
      * ENTRADA E TITULO QUE CAEM EM DIA NAO UTIL VAO PARA O
      * DIA UTIL SEGUINTE; A FOLHA E O ADIANTAMENTO SAO PAGOS
      * NO DIA UTIL ANTERIOR. TITULO A PAGAR JA VENCIDO ENTRA NO
      * PRIMEIRO DIA; PARCELA DE CREDIARIO JA VENCIDA NAO E
      * PROJETADA (SAI SO O TOTAL NO RODAPE). O SALDO PARTE DO
      * SALDO INICIAL DO CARTAO FLUXPARM E O DIA COM SALDO
      * PROJETADO NEGATIVO E MARCADO COM '*' (RETURN-CODE 4).
      * CARTAO FLUXPARM (OBRIGATORIO): SALDO INICIAL
      * (9(11)V99), SINAL ('-' = SALDO DEVEDOR) E DATA-BASE
      * (AAAAMMDD, OPCIONAL, PADRAO HOJE).
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
           SELECT PARAMETRO-ARQ ASSIGN TO 'FLUXPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT CARDSETL-ARQ ASSIGN TO 'CARDSETL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-STL.

           SELECT ADIANTADO-ARQ ASSIGN TO 'ADVFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ADV.

           SELECT NETPAY-ARQ ASSIGN TO 'NETPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NET.

           SELECT ENCARGO-ARQ ASSIGN TO 'ENCFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ENC.

           SELECT CPAGAR-ARQ ASSIGN TO 'CPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CPG.

           SELECT RELATORIO-ARQ ASSIGN TO 'FLUXREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-ARQ.
       01  WRK-REG-PARAMETRO.
           05  PRM-SALDO-INICIAL       PIC 9(11)V99.
           05  PRM-SINAL-SALDO         PIC X(01).
           05  PRM-DATA-BASE           PIC 9(08).

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  CARDSETL-ARQ.
       01  WRK-REG-CARDSETL.
           05  STL-DATA                PIC 9(08).
           05  STL-VALOR               PIC 9(09)V99.

       FD  ADIANTADO-ARQ.
       01  WRK-REG-ADIANTADO.
           05  ADV-MATRICULA           PIC 9(06).
           05  ADV-VALOR               PIC 9(07)V99.
           05  ADV-DATA-GERACAO        PIC 9(08).

       FD  NETPAY-ARQ.
           COPY 'NETREG.COB'.

       FD  ENCARGO-ARQ.
       01  WRK-REG-ENCARGO.
           05  ENC-MATRICULA           PIC 9(06).
           05  ENC-NOME                PIC X(20).
           05  ENC-DEPARTAMENTO        PIC X(10).
           05  ENC-SALARIO-BRUTO       PIC 9(07)V99.
           05  ENC-INSS-PATRONAL       PIC 9(07)V99.
           05  ENC-FGTS                PIC 9(07)V99.
           05  ENC-DATA-PROCESSO       PIC 9(08).

       FD  CPAGAR-ARQ.
           COPY 'CPAGREG.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'DIAUTREG.COB'.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-STL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ADV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-NET                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ENC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       01  WRK-DATA-BASE.
           05  WRK-BAS-ANO              PIC 9(04).
           05  WRK-BAS-MES              PIC 9(02).
           05  WRK-BAS-DIA              PIC 9(02).
       77  WRK-DATA-FINAL               PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-INICIAL            PIC S9(11)V99 VALUE ZEROS.

      *    DATA DE VARREDURA DO CALENDARIO (0170-PROXIMO-DIA,
      *    MESMO CALCULO DO CPLANCA/CTRVENC).
       01  WRK-DATA-VARRE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.

      *    OS 30 DIAS CORRIDOS DA PROJECAO. CADA DIA APONTA PARA
      *    A LINHA (DIA UTIL) ONDE CAI O QUE VENCE NELE: A DO
      *    PROPRIO DIA OU A SEGUINTE (ENTRADAS E TITULOS) E A
      *    DO PROPRIO DIA OU A ANTERIOR (FOLHA). ZERO = FORA DO
      *    HORIZONTE.
       01  WRK-TAB-DIAS.
           05  WRK-DIA OCCURS 30 TIMES INDEXED BY WRK-IDX-DIA.
               10  WRK-DIA-DATA          PIC 9(08).
               10  WRK-DIA-SW-QUINZE     PIC X(01).
                   88  WRK-DIA-QUINZE            VALUE 'S'.
               10  WRK-DIA-SW-FIM-MES    PIC X(01).
                   88  WRK-DIA-FIM-MES           VALUE 'S'.
               10  WRK-DIA-LINHA-SEGUINTE PIC 9(02).
               10  WRK-DIA-LINHA-ANTERIOR PIC 9(02).
       77  WRK-LINHA-CORRENTE           PIC 9(02) VALUE ZEROS.
       77  WRK-LINHA-FLUXO              PIC 9(02) VALUE ZEROS.

      *    LINHAS DO RELATORIO: UMA POR DIA UTIL DO HORIZONTE.
       77  WRK-QTD-LINHAS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05  WRK-LIN OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-LINHAS
                   INDEXED BY WRK-IDX-LIN.
               10  WRK-LIN-DATA.
                   15  WRK-LIN-ANO       PIC 9(04).
                   15  WRK-LIN-MES       PIC 9(02).
                   15  WRK-LIN-DIA       PIC 9(02).
               10  WRK-LIN-CREDIARIO     PIC 9(09)V99.
               10  WRK-LIN-CARTOES       PIC 9(09)V99.
               10  WRK-LIN-FOLHA         PIC 9(09)V99.
               10  WRK-LIN-ENCARGOS      PIC 9(09)V99.
               10  WRK-LIN-FORNECEDORES  PIC 9(09)V99.
               10  WRK-LIN-SALDO         PIC S9(11)V99.

      *    LANCAMENTO A DISTRIBUIR (0300-LANCAR-FLUXO).
       77  WRK-DATA-FLUXO               PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-FLUXO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TIPO-FLUXO               PIC X(01) VALUE SPACES.
           88  WRK-FLUXO-CREDIARIO                VALUE 'C'.
           88  WRK-FLUXO-CARTAO                   VALUE 'T'.
           88  WRK-FLUXO-FORNECEDOR               VALUE 'F'.

      *    TOTAIS DA ULTIMA FOLHA, USADOS COMO ESTIMATIVA DA
      *    PROXIMA.
       77  WRK-TOT-ADIANTAMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS             PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TOT-CRED-VENCIDO         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PAGAR-VENCIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-DIAS-NEGATIVOS       PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-CORRENTE           PIC S9(11)V99 VALUE ZEROS.

       01  WRK-TOTAIS-COLUNAS.
           05  WRK-TOT-CREDIARIO        PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-CARTOES          PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-FOLHA            PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-ENC-COLUNA       PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-FORNECEDORES     PIC 9(11)V99 VALUE ZEROS.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(47) VALUE
               'FLUXO DE CAIXA PROJETADO - 30 DIAS A PARTIR DE '.
           05  WRK-CAB-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CAB-SALDO.
           05  FILLER                   PIC X(15) VALUE
               'SALDO INICIAL'.
           05  WRK-CAB-SALDO-INICIAL    PIC --------9,99.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(10) VALUE 'DATA'.
           05  FILLER                   PIC X(11) VALUE
               '  CREDIARIO'.
           05  FILLER                   PIC X(11) VALUE
               '    CARTOES'.
           05  FILLER                   PIC X(11) VALUE
               '      FOLHA'.
           05  FILLER                   PIC X(11) VALUE
               '   ENCARGOS'.
           05  FILLER                   PIC X(11) VALUE
               '  FORNECED.'.
           05  FILLER                   PIC X(13) VALUE
               '   SALDO PREV'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-ANO              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CREDIARIO        PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CARTOES          PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FOLHA            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ENCARGOS         PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FORNECEDORES     PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SALDO            PIC --------9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ALERTA           PIC X(01).

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(11) VALUE 'TOTAIS'.
           05  WRK-TOT-DET-CREDIARIO    PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-CARTOES      PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-FOLHA        PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-ENCARGOS     PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-FORNECEDORES PIC ZZZZZZ9,99.

       01  WRK-LINHA-RODAPE.
           05  WRK-ROD-TITULO           PIC X(45).
           05  WRK-ROD-VALOR            PIC ZZZZZZZZZZ9,99.
           05  WRK-ROD-QTD REDEFINES WRK-ROD-VALOR
                                        PIC ZZZZZZZZZZZZZ9.

       01  WRK-LINHA-LEGENDA            PIC X(50) VALUE
           '* = SALDO PROJETADO NEGATIVO NO DIA'.

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-LER-CREDIARIO
                   THRU 0200-LER-CREDIARIO-EXIT
               PERFORM 0210-LER-CARTOES THRU 0210-LER-CARTOES-EXIT
               PERFORM 0220-LER-PAGAR THRU 0220-LER-PAGAR-EXIT
               PERFORM 0230-LER-FOLHA THRU 0230-LER-FOLHA-EXIT
               PERFORM 0240-LANCAR-FOLHA THRU 0240-LANCAR-FOLHA-EXIT
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > 30
               PERFORM 0400-IMPRIMIR THRU 0400-IMPRIMIR-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-BASE.
           OPEN INPUT PARAMETRO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               DISPLAY 'FLUXCAIX: CARTAO FLUXPARM AUSENTE - SALDO '
                   'INICIAL E OBRIGATORIO'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           READ PARAMETRO-ARQ
               AT END
                   MOVE '10' TO WRK-FS-PRM
           END-READ.
           CLOSE PARAMETRO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               OR PRM-SALDO-INICIAL IS NOT NUMERIC
               DISPLAY 'FLUXCAIX: CARTAO FLUXPARM SEM SALDO INICIAL '
                   'VALIDO'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           MOVE PRM-SALDO-INICIAL TO WRK-SALDO-INICIAL.
           IF PRM-SINAL-SALDO = '-'
               COMPUTE WRK-SALDO-INICIAL = ZEROS - WRK-SALDO-INICIAL
           END-IF.
           IF PRM-DATA-BASE IS NUMERIC
               AND PRM-DATA-BASE > ZEROS
               MOVE PRM-DATA-BASE TO WRK-DATA-BASE
           END-IF.
           IF WRK-BAS-MES < 1 OR WRK-BAS-MES > 12
               OR WRK-BAS-DIA < 1 OR WRK-BAS-DIA > 31
               DISPLAY 'FLUXCAIX: DATA-BASE INVALIDA - '
                   WRK-DATA-BASE
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-DATA-BASE TO WRK-DATA-VARRE.
           PERFORM 0150-MONTAR-DIA THRU 0150-MONTAR-DIA-EXIT
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > 30.
           MOVE ZEROS TO WRK-LINHA-CORRENTE.
           PERFORM 0160-APONTAR-SEGUINTE
               THRU 0160-APONTAR-SEGUINTE-EXIT
               VARYING WRK-IDX-DIA FROM 30 BY -1
               UNTIL WRK-IDX-DIA < 1.
           IF WRK-QTD-LINHAS = ZEROS
               DISPLAY 'FLUXCAIX: NENHUM DIA UTIL NO HORIZONTE'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: ERRO AO ABRIR FLUXREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA O DIA CORRIDO DA VARREDURA, CLASSIFICADO PELA *
      * DIAUTIL: DIA UTIL ABRE UMA LINHA DO RELATORIO; TODO  *
      * DIA APONTA PARA A LINHA DO DIA UTIL ANTERIOR (FOLHA). *
      * MARCA O DIA 15 E O ULTIMO DIA DO MES.                *
      *----------------------------------------------------*
       0150-MONTAR-DIA.
           MOVE WRK-DATA-VARRE TO WRK-DIA-DATA(WRK-IDX-DIA).
           MOVE WRK-DATA-VARRE TO WRK-DATA-FINAL.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           IF WRK-DU-DIA-UTIL
               ADD 1 TO WRK-QTD-LINHAS
               SET WRK-IDX-LIN TO WRK-QTD-LINHAS
               MOVE WRK-DATA-VARRE TO WRK-LIN-DATA(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-CREDIARIO(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-CARTOES(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-FOLHA(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-ENCARGOS(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-FORNECEDORES(WRK-IDX-LIN)
               MOVE ZEROS TO WRK-LIN-SALDO(WRK-IDX-LIN)
               MOVE WRK-QTD-LINHAS TO WRK-LINHA-CORRENTE
           END-IF.
           MOVE WRK-LINHA-CORRENTE
               TO WRK-DIA-LINHA-ANTERIOR(WRK-IDX-DIA).
           MOVE 'N' TO WRK-DIA-SW-QUINZE(WRK-IDX-DIA).
           IF WRK-VAR-DIA = 15
               MOVE 'S' TO WRK-DIA-SW-QUINZE(WRK-IDX-DIA)
           END-IF.
           PERFORM 0170-PROXIMO-DIA THRU 0170-PROXIMO-DIA-EXIT.
           MOVE 'N' TO WRK-DIA-SW-FIM-MES(WRK-IDX-DIA).
           IF WRK-VAR-DIA = 01
               MOVE 'S' TO WRK-DIA-SW-FIM-MES(WRK-IDX-DIA)
           END-IF.
       0150-MONTAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DE TRAS PARA A FRENTE: CADA DIA APONTA PARA A LINHA  *
      * DO PROPRIO DIA UTIL OU DO DIA UTIL SEGUINTE.         *
      *----------------------------------------------------*
       0160-APONTAR-SEGUINTE.
           IF WRK-DIA-LINHA-ANTERIOR(WRK-IDX-DIA) > ZEROS
               SET WRK-IDX-LIN TO WRK-DIA-LINHA-ANTERIOR(WRK-IDX-DIA)
               IF WRK-LIN-DATA(WRK-IDX-LIN) = WRK-DIA-DATA(WRK-IDX-DIA)
                   MOVE WRK-DIA-LINHA-ANTERIOR(WRK-IDX-DIA)
                       TO WRK-LINHA-CORRENTE
               END-IF
           END-IF.
           MOVE WRK-LINHA-CORRENTE
               TO WRK-DIA-LINHA-SEGUINTE(WRK-IDX-DIA).
       0160-APONTAR-SEGUINTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO E FEVEREIRO BISSEXTO (MESMO CALCULO DO  *
      * 0570-PROXIMO-DIA DO CPLANCA).                        *
      *----------------------------------------------------*
       0170-PROXIMO-DIA.
           EVALUATE WRK-VAR-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-VAR-ANO BY 4
                       GIVING WRK-DESCARTE
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-VAR-ANO BY 100
                           GIVING WRK-DESCARTE
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-VAR-ANO BY 400
                               GIVING WRK-DESCARTE
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WRK-VAR-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-VAR-DIA
           ELSE
               MOVE 01 TO WRK-VAR-DIA
               IF WRK-VAR-MES < 12
                   ADD 1 TO WRK-VAR-MES
               ELSE
                   MOVE 01 TO WRK-VAR-MES
                   ADD 1 TO WRK-VAR-ANO
               END-IF
           END-IF.
       0170-PROXIMO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
      * MENSAGENS DE ERRO DE ABERTURA/GRAVACAO DE ARQUIVO.    *
      *----------------------------------------------------*
       0190-CARREGAR-MSG-ERRO.
           MOVE '00' TO WRK-MSG-ERRO-COD(1).
           MOVE 'OPERACAO CONCLUIDA COM SUCESSO' TO WRK-MSG-ERRO-TXT(1).
           MOVE '02' TO WRK-MSG-ERRO-COD(2).
           MOVE 'CHAVE DUPLICADA' TO WRK-MSG-ERRO-TXT(2).
           MOVE '10' TO WRK-MSG-ERRO-COD(3).
           MOVE 'FIM DE ARQUIVO' TO WRK-MSG-ERRO-TXT(3).
           MOVE '21' TO WRK-MSG-ERRO-COD(4).
           MOVE 'CHAVE FORA DE SEQUENCIA' TO WRK-MSG-ERRO-TXT(4).
           MOVE '22' TO WRK-MSG-ERRO-COD(5).
           MOVE 'REGISTRO DUPLICADO' TO WRK-MSG-ERRO-TXT(5).
           MOVE '23' TO WRK-MSG-ERRO-COD(6).
           MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(6).
           MOVE '30' TO WRK-MSG-ERRO-COD(7).
           MOVE 'ERRO PERMANENTE DE E/S' TO WRK-MSG-ERRO-TXT(7).
           MOVE '35' TO WRK-MSG-ERRO-COD(8).
           MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(8).
           MOVE '41' TO WRK-MSG-ERRO-COD(9).
           MOVE 'ARQUIVO JA ABERTO' TO WRK-MSG-ERRO-TXT(9).
       0190-CARREGAR-MSG-ERRO-EXIT.
           EXIT.

       0195-LOCALIZAR-MSG-ERRO.
           MOVE 'CODIGO DE STATUS NAO MAPEADO'
               TO WRK-MSG-ERRO-ENCONTRADA.
           SET WRK-IDX-MSG-ERRO TO 1.
           SEARCH WRK-MSG-ERRO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-MSG-ERRO-COD(WRK-IDX-MSG-ERRO)
                       = WRK-FS-CONSULTADO
                   MOVE WRK-MSG-ERRO-TXT(WRK-IDX-MSG-ERRO)
                       TO WRK-MSG-ERRO-ENCONTRADA
           END-SEARCH.
       0195-LOCALIZAR-MSG-ERRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARCELAS EM ABERTO DO CREDIARIO, PELO VENCIMENTO     *
      * (SEM VENCIMENTO, PELA DATA DA VENDA, COMO NO          *
      * CRAGING). EVENTO QUE NAO E ITEM EM ABERTO E PULADO.   *
      *----------------------------------------------------*
       0200-LER-CREDIARIO.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               MOVE WRK-FS-CRA TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: CRABERTO INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'ENTRADAS DO CREDIARIO'
               GO TO 0200-LER-CREDIARIO-EXIT
           END-IF.
           MOVE 'C' TO WRK-TIPO-FLUXO.
           PERFORM UNTIL WRK-FS-CRA = '10'
               READ CRABERTO-ARQ
                   AT END MOVE '10' TO WRK-FS-CRA
                   NOT AT END
                       IF WRK-CRA-EM-ABERTO
                           IF WRK-CRA-VENCIMENTO NUMERIC
                               AND WRK-CRA-VENCIMENTO NOT = ZEROS
                               MOVE WRK-CRA-VENCIMENTO
                                   TO WRK-DATA-FLUXO
                           ELSE
                               MOVE WRK-CRA-DATA TO WRK-DATA-FLUXO
                           END-IF
                           MOVE WRK-CRA-VALOR TO WRK-VALOR-FLUXO
                           PERFORM 0300-LANCAR-FLUXO
                               THRU 0300-LANCAR-FLUXO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRABERTO-ARQ.
       0200-LER-CREDIARIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AGENDA DE REPASSE DA ADMINISTRADORA DE CARTOES.      *
      *----------------------------------------------------*
       0210-LER-CARTOES.
           OPEN INPUT CARDSETL-ARQ.
           IF WRK-FS-STL NOT = '00'
               MOVE WRK-FS-STL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: CARDSETL INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'REPASSES DE CARTAO'
               GO TO 0210-LER-CARTOES-EXIT
           END-IF.
           MOVE 'T' TO WRK-TIPO-FLUXO.
           PERFORM UNTIL WRK-FS-STL = '10'
               READ CARDSETL-ARQ
                   AT END MOVE '10' TO WRK-FS-STL
                   NOT AT END
                       MOVE STL-DATA TO WRK-DATA-FLUXO
                       MOVE STL-VALOR TO WRK-VALOR-FLUXO
                       PERFORM 0300-LANCAR-FLUXO
                           THRU 0300-LANCAR-FLUXO-EXIT
               END-READ
           END-PERFORM.
           CLOSE CARDSETL-ARQ.
       0210-LER-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TITULOS A PAGAR EM ABERTO OU JA EM REMESSA (O PAGO   *
      * FICA NO ARQUIVO SO COMO HISTORICO), PELO VENCIMENTO. *
      *----------------------------------------------------*
       0220-LER-PAGAR.
           OPEN INPUT CPAGAR-ARQ.
           IF WRK-FS-CPG NOT = '00'
               MOVE WRK-FS-CPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: CPAGAR INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'PAGAMENTOS A FORNECEDORES'
               GO TO 0220-LER-PAGAR-EXIT
           END-IF.
           MOVE 'F' TO WRK-TIPO-FLUXO.
           PERFORM UNTIL WRK-FS-CPG = '10'
               READ CPAGAR-ARQ
                   AT END MOVE '10' TO WRK-FS-CPG
                   NOT AT END
                       IF WRK-CPG-EM-ABERTO OR WRK-CPG-SELECIONADO
                           MOVE WRK-CPG-DATA-VENCIMENTO
                               TO WRK-DATA-FLUXO
                           MOVE WRK-CPG-VALOR TO WRK-VALOR-FLUXO
                           PERFORM 0300-LANCAR-FLUXO
                               THRU 0300-LANCAR-FLUXO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CPAGAR-ARQ.
       0220-LER-PAGAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TOTAIS DA ULTIMA FOLHA: ADIANTAMENTO (ADVFILE),      *
      * LIQUIDO (NETPAY) E ENCARGOS PATRONAIS - INSS E FGTS  *
      * (ENCFILE). SAO A ESTIMATIVA DA PROXIMA.              *
      *----------------------------------------------------*
       0230-LER-FOLHA.
           OPEN INPUT ADIANTADO-ARQ.
           IF WRK-FS-ADV = '00'
               PERFORM UNTIL WRK-FS-ADV = '10'
                   READ ADIANTADO-ARQ
                       AT END MOVE '10' TO WRK-FS-ADV
                       NOT AT END
                           ADD ADV-VALOR TO WRK-TOT-ADIANTAMENTO
                   END-READ
               END-PERFORM
               CLOSE ADIANTADO-ARQ
           ELSE
               MOVE WRK-FS-ADV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: ADVFILE INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'ADIANTAMENTO QUINZENAL'
           END-IF.
           OPEN INPUT NETPAY-ARQ.
           IF WRK-FS-NET = '00'
               PERFORM UNTIL WRK-FS-NET = '10'
                   READ NETPAY-ARQ
                       AT END MOVE '10' TO WRK-FS-NET
                       NOT AT END
                           ADD NET-SALARIO-LIQUIDO TO WRK-TOT-LIQUIDO
                   END-READ
               END-PERFORM
               CLOSE NETPAY-ARQ
           ELSE
               MOVE WRK-FS-NET TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: NETPAY INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'LIQUIDO DA FOLHA'
           END-IF.
           OPEN INPUT ENCARGO-ARQ.
           IF WRK-FS-ENC = '00'
               PERFORM UNTIL WRK-FS-ENC = '10'
                   READ ENCARGO-ARQ
                       AT END MOVE '10' TO WRK-FS-ENC
                       NOT AT END
                           ADD ENC-INSS-PATRONAL TO WRK-TOT-ENCARGOS
                           ADD ENC-FGTS TO WRK-TOT-ENCARGOS
                   END-READ
               END-PERFORM
               CLOSE ENCARGO-ARQ
           ELSE
               MOVE WRK-FS-ENC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FLUXCAIX: ENCFILE INDISPONIVEL ('
                   WRK-MSG-ERRO-ENCONTRADA ') - SEM '
                   'ENCARGOS PATRONAIS'
           END-IF.
       0230-LER-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ADIANTAMENTO NO DIA 15 E FOLHA + ENCARGOS NO ULTIMO  *
      * DIA DO MES, PAGOS NO DIA UTIL ANTERIOR QUANDO O DIA  *
      * NAO E UTIL (ANTES DA DATA-BASE = JA PAGO).           *
      *----------------------------------------------------*
       0240-LANCAR-FOLHA.
           MOVE WRK-DIA-LINHA-ANTERIOR(WRK-IDX-DIA)
               TO WRK-LINHA-FLUXO.
           IF WRK-LINHA-FLUXO = ZEROS
               GO TO 0240-LANCAR-FOLHA-EXIT
           END-IF.
           SET WRK-IDX-LIN TO WRK-LINHA-FLUXO.
           IF WRK-DIA-QUINZE(WRK-IDX-DIA)
               ADD WRK-TOT-ADIANTAMENTO TO WRK-LIN-FOLHA(WRK-IDX-LIN)
           END-IF.
           IF WRK-DIA-FIM-MES(WRK-IDX-DIA)
               ADD WRK-TOT-LIQUIDO TO WRK-LIN-FOLHA(WRK-IDX-LIN)
               ADD WRK-TOT-ENCARGOS TO WRK-LIN-ENCARGOS(WRK-IDX-LIN)
           END-IF.
       0240-LANCAR-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DISTRIBUI UM LANCAMENTO (WRK-DATA-FLUXO, WRK-VALOR-  *
      * FLUXO, WRK-TIPO-FLUXO) NA LINHA DO DIA UTIL EM QUE   *
      * CAI. ANTES DA DATA-BASE: TITULO A PAGAR VAI PARA A   *
      * PRIMEIRA LINHA, CREDIARIO FICA NO TOTAL DE VENCIDOS  *
      * E CARTAO (JA REPASSADO) E IGNORADO. O QUE CAI DEPOIS *
      * DO HORIZONTE FICA PARA A PROXIMA PROJECAO.           *
      *----------------------------------------------------*
       0300-LANCAR-FLUXO.
           IF WRK-DATA-FLUXO < WRK-DATA-BASE
               EVALUATE TRUE
                   WHEN WRK-FLUXO-FORNECEDOR
                       ADD WRK-VALOR-FLUXO TO WRK-TOT-PAGAR-VENCIDO
                       SET WRK-IDX-LIN TO 1
                       ADD WRK-VALOR-FLUXO
                           TO WRK-LIN-FORNECEDORES(WRK-IDX-LIN)
                   WHEN WRK-FLUXO-CREDIARIO
                       ADD WRK-VALOR-FLUXO TO WRK-TOT-CRED-VENCIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 0300-LANCAR-FLUXO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-LINHA-FLUXO.
           IF WRK-DATA-FLUXO NOT > WRK-DATA-FINAL
               SET WRK-IDX-DIA TO 1
               SEARCH WRK-DIA
                   AT END
                       CONTINUE
                   WHEN WRK-DIA-DATA(WRK-IDX-DIA) = WRK-DATA-FLUXO
                       MOVE WRK-DIA-LINHA-SEGUINTE(WRK-IDX-DIA)
                           TO WRK-LINHA-FLUXO
               END-SEARCH
           END-IF.
           IF WRK-LINHA-FLUXO = ZEROS
               GO TO 0300-LANCAR-FLUXO-EXIT
           END-IF.
           SET WRK-IDX-LIN TO WRK-LINHA-FLUXO.
           EVALUATE TRUE
               WHEN WRK-FLUXO-CREDIARIO
                   ADD WRK-VALOR-FLUXO TO WRK-LIN-CREDIARIO(WRK-IDX-LIN)
               WHEN WRK-FLUXO-CARTAO
                   ADD WRK-VALOR-FLUXO TO WRK-LIN-CARTOES(WRK-IDX-LIN)
               WHEN WRK-FLUXO-FORNECEDOR
                   ADD WRK-VALOR-FLUXO
                       TO WRK-LIN-FORNECEDORES(WRK-IDX-LIN)
           END-EVALUATE.
       0300-LANCAR-FLUXO-EXIT.
           EXIT.

       0400-IMPRIMIR.
           MOVE WRK-BAS-DIA TO WRK-CAB-DIA.
           MOVE WRK-BAS-MES TO WRK-CAB-MES.
           MOVE WRK-BAS-ANO TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           MOVE WRK-SALDO-INICIAL TO WRK-CAB-SALDO-INICIAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-SALDO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORRENTE.
           PERFORM 0410-IMPRIMIR-DIA THRU 0410-IMPRIMIR-DIA-EXIT
               VARYING WRK-IDX-LIN FROM 1 BY 1
               UNTIL WRK-IDX-LIN > WRK-QTD-LINHAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-TOT-CREDIARIO TO WRK-TOT-DET-CREDIARIO.
           MOVE WRK-TOT-CARTOES TO WRK-TOT-DET-CARTOES.
           MOVE WRK-TOT-FOLHA TO WRK-TOT-DET-FOLHA.
           MOVE WRK-TOT-ENC-COLUNA TO WRK-TOT-DET-ENCARGOS.
           MOVE WRK-TOT-FORNECEDORES TO WRK-TOT-DET-FORNECEDORES.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LEGENDA.
           MOVE 'CREDIARIO VENCIDO FORA DA PROJECAO..........'
               TO WRK-ROD-TITULO.
           MOVE WRK-TOT-CRED-VENCIDO TO WRK-ROD-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RODAPE.
           MOVE 'TITULOS A PAGAR VENCIDOS NO PRIMEIRO DIA....'
               TO WRK-ROD-TITULO.
           MOVE WRK-TOT-PAGAR-VENCIDO TO WRK-ROD-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RODAPE.
           MOVE 'DIAS COM SALDO PROJETADO NEGATIVO...........'
               TO WRK-ROD-TITULO.
           MOVE WRK-QTD-DIAS-NEGATIVOS TO WRK-ROD-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RODAPE.
       0400-IMPRIMIR-EXIT.
           EXIT.

       0410-IMPRIMIR-DIA.
           COMPUTE WRK-SALDO-CORRENTE = WRK-SALDO-CORRENTE
               + WRK-LIN-CREDIARIO(WRK-IDX-LIN)
               + WRK-LIN-CARTOES(WRK-IDX-LIN)
               - WRK-LIN-FOLHA(WRK-IDX-LIN)
               - WRK-LIN-ENCARGOS(WRK-IDX-LIN)
               - WRK-LIN-FORNECEDORES(WRK-IDX-LIN).
           MOVE WRK-SALDO-CORRENTE TO WRK-LIN-SALDO(WRK-IDX-LIN).
           MOVE WRK-LIN-DIA(WRK-IDX-LIN) TO WRK-DET-DIA.
           MOVE WRK-LIN-MES(WRK-IDX-LIN) TO WRK-DET-MES.
           MOVE WRK-LIN-ANO(WRK-IDX-LIN) TO WRK-DET-ANO.
           MOVE WRK-LIN-CREDIARIO(WRK-IDX-LIN) TO WRK-DET-CREDIARIO.
           MOVE WRK-LIN-CARTOES(WRK-IDX-LIN) TO WRK-DET-CARTOES.
           MOVE WRK-LIN-FOLHA(WRK-IDX-LIN) TO WRK-DET-FOLHA.
           MOVE WRK-LIN-ENCARGOS(WRK-IDX-LIN) TO WRK-DET-ENCARGOS.
           MOVE WRK-LIN-FORNECEDORES(WRK-IDX-LIN)
               TO WRK-DET-FORNECEDORES.
           MOVE WRK-SALDO-CORRENTE TO WRK-DET-SALDO.
           MOVE SPACES TO WRK-DET-ALERTA.
           IF WRK-SALDO-CORRENTE < ZEROS
               MOVE '*' TO WRK-DET-ALERTA
               ADD 1 TO WRK-QTD-DIAS-NEGATIVOS
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           ADD WRK-LIN-CREDIARIO(WRK-IDX-LIN) TO WRK-TOT-CREDIARIO.
           ADD WRK-LIN-CARTOES(WRK-IDX-LIN) TO WRK-TOT-CARTOES.
           ADD WRK-LIN-FOLHA(WRK-IDX-LIN) TO WRK-TOT-FOLHA.
           ADD WRK-LIN-ENCARGOS(WRK-IDX-LIN) TO WRK-TOT-ENC-COLUNA.
           ADD WRK-LIN-FORNECEDORES(WRK-IDX-LIN)
               TO WRK-TOT-FORNECEDORES.
       0410-IMPRIMIR-DIA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE RELATORIO-ARQ
               IF WRK-QTD-DIAS-NEGATIVOS > ZEROS
                   DISPLAY 'FLUXCAIX: ' WRK-QTD-DIAS-NEGATIVOS
                       ' DIA(S) COM SALDO PROJETADO NEGATIVO'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'FLUXCAIX: SALDO PROJETADO POSITIVO NOS '
                       WRK-QTD-LINHAS ' DIAS UTEIS'
               END-IF
           ELSE
               DISPLAY 'FLUXCAIX: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTRCALC.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: COMPRA MENSAL DE VALE-TRANSPORTE. OS VALES
      * ERAM PEDIDOS A OPERADORA POR TELEFONE E A PARTE DO
      * FUNCIONARIO NUNCA ERA DESCONTADA DO MESMO JEITO. ESTE
      * PROGRAMA LE O CADASTRO DE ADESOES (VTRMSTR, VER
      * VTRAREG.COB, MANTIDO PELO VTRMNT) E, PARA CADA ADESAO
      * EM VIGOR DE FUNCIONARIO ATIVO, CALCULA OS VALES DO MES
      * SEGUINTE AO DA COMPETENCIA (CARTAO COMPET, AAAAMM; SEM
      * O CARTAO, ANO/MES DA EXECUCAO): DIAS UTEIS DO MES DE
      * USO PELA ROTINA COMUM DIAUTIL (FIM DE SEMANA E
      * FERIADOS DO HOLIDAYS FORA), MENOS OS DIAS UTEIS DE
      * FERIAS AGENDADAS NO FERSCHED E MENOS AS FALTAS
      * (JUSTIFICADAS OU NAO) DO ULTIMO PONTO APURADO
      * (PONTOACM), VEZES AS VIAGENS POR DIA E A TARIFA.
      * GRAVA O PEDIDO PARA A OPERADORA (VTRPED), O ARQUIVO DE
      * VALES DO MES (VTRMES, VER VTRMREG.COB) - DE ONDE O
      * CALCLIQ DESCONTA A PARTE DO FUNCIONARIO NA FOLHA DA
      * COMPETENCIA E O GLFOLHA LANCA O CUSTO DA EMPRESA POR
      * DEPARTAMENTO - E O RELATORIO VTRLIST, POR FUNCIONARIO
      * E COM O RESUMO POR DEPARTAMENTO.
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
           SELECT ADESAO-ARQ ASSIGN TO 'VTRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-VTR-MATRICULA
               FILE STATUS IS WRK-FS-VTR.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT AGENDA-ARQ ASSIGN TO 'FERSCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SCH.

           SELECT PONTOACM-ARQ ASSIGN TO 'PONTOACM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PNT.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT PEDIDO-ARQ ASSIGN TO 'VTRPED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.

           SELECT VALEMES-ARQ ASSIGN TO 'VTRMES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTM.

           SELECT RELATORIO-ARQ ASSIGN TO 'VTRLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADESAO-ARQ.
           COPY 'VTRAREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  AGENDA-ARQ.
           COPY 'FERIAREG.COB'.

       FD  PONTOACM-ARQ.
           COPY 'PONTOREG.COB'.

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

      *    PEDIDO PARA A OPERADORA: UMA LINHA POR FUNCIONARIO,
      *    COM A QUANTIDADE DE PASSAGENS E O VALOR DO CARTAO.
       FD  PEDIDO-ARQ.
       01  WRK-REG-PEDIDO.
           05  PED-COMPETENCIA-USO     PIC 9(06).
           05  PED-MATRICULA           PIC 9(06).
           05  PED-NOME                PIC X(20).
           05  PED-QUANTIDADE          PIC 9(04).
           05  PED-TARIFA              PIC 9(03)V99.
           05  PED-VALOR               PIC 9(07)V99.

       FD  VALEMES-ARQ.
           COPY 'VTRMREG.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'DIAUTREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-VTR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-SCH                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PNT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PED                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-VTR              PIC X(01) VALUE 'N'.
           88  WRK-FIM-VTR                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-EM-FERIAS            PIC X(01) VALUE 'N'.
           88  WRK-EM-FERIAS                      VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    COMPETENCIA DA FOLHA QUE DESCONTA OS VALES (CARTAO
      *    COMPET) E O MES SEGUINTE, EM QUE OS VALES SAO USADOS.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                        PIC 9(06).
       01  WRK-MES-USO.
           05  WRK-USO-ANO              PIC 9(04).
           05  WRK-USO-MES              PIC 9(02).
       01  WRK-MES-USO-NUM REDEFINES WRK-MES-USO
                                        PIC 9(06).
       77  WRK-DATA-USO-INICIO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-USO-FIM             PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.

      *    DIAS UTEIS DO MES DE USO, CLASSIFICADOS UMA UNICA VEZ
      *    PELO DIAUTIL ANTES DE LER AS ADESOES.
       01  WRK-TAB-DIAS.
           05  WRK-DIA-MES OCCURS 31 TIMES INDEXED BY WRK-IDX-DIA.
               10  WRK-DIA-SW-UTIL       PIC X(01).
                   88  WRK-DIA-E-UTIL              VALUE 'S'.
       77  WRK-DIA-VARRE                PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-VARRE               PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-UTEIS-MES           PIC 9(02) VALUE ZEROS.

      *    PERIODOS DE FERIAS (FERSCHED) QUE TOCAM O MES DE USO.
       77  WRK-QTD-FERIAS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FERIAS.
           05  WRK-FER OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-FERIAS
                   INDEXED BY WRK-IDX-FER.
               10  WRK-FER-MATRICULA     PIC 9(06).
               10  WRK-FER-INICIO        PIC 9(08).
               10  WRK-FER-FIM           PIC 9(08).
       77  WRK-SW-FERIAS-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-FERIAS-CHEIA                    VALUE 'S'.

      *    FALTAS DO ULTIMO PONTO APURADO (PONTOACM).
       77  WRK-QTD-PONTOS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PONTO.
           05  WRK-PNT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PONTOS
                   INDEXED BY WRK-IDX-PNT.
               10  WRK-PNT-MATRICULA     PIC 9(06).
               10  WRK-PNT-FALTAS        PIC 9(03).
       77  WRK-SW-PONTO-CHEIO           PIC X(01) VALUE 'N'.
           88  WRK-PONTO-CHEIO                     VALUE 'S'.

      *    APURACAO DE CADA ADESAO.
       77  WRK-DIAS-UTEIS-FUNC          PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-FERIAS              PIC 9(02) VALUE ZEROS.
       77  WRK-FALTAS-FUNC              PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-VALE                PIC 9(02) VALUE ZEROS.
       77  WRK-QUANTIDADE-VALE          PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-VALE               PIC 9(07)V99 VALUE ZEROS.

       01  WRK-TAB-DEPARTAMENTOS.
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-IDX-DEPTO.
               10  WRK-DEPTO-NOME        PIC X(10).
               10  WRK-DEPTO-QTD         PIC 9(07).
               10  WRK-DEPTO-VALOR       PIC 9(09)V99.
       77  WRK-QTD-DEPARTAMENTOS        PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-ADESOES              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-DIAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-CADASTRO        PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-QUANTIDADE         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-VALOR              PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO-1.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(33)
               VALUE 'VALE-TRANSPORTE - VALES PARA USO '.
           05  FILLER                   PIC X(06) VALUE 'EM '.
           05  WRK-CAB-USO-MES          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-USO-ANO          PIC 9(04).
           05  FILLER                   PIC X(12)
               VALUE ' - FOLHA DE '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).

       01  WRK-CABECALHO-2.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(21) VALUE 'NOME'.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(04) VALUE 'UT'.
           05  FILLER                   PIC X(04) VALUE 'FER'.
           05  FILLER                   PIC X(04) VALUE 'FAL'.
           05  FILLER                   PIC X(04) VALUE 'DIA'.
           05  FILLER                   PIC X(05) VALUE 'QTDE'.
           05  FILLER                   PIC X(10) VALUE '     VALOR'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DEPTO            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-UTEIS            PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-FERIAS           PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FALTAS           PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DIAS             PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QUANTIDADE       PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.

       01  WRK-CAB-RESUMO               PIC X(40) VALUE
           'RESUMO POR DEPARTAMENTO (QTDE E VALOR)'.

       01  WRK-LINHA-DEPTO.
           05  WRK-DEP-NOME             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DEP-QTD              PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DEP-VALOR            PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(09) VALUE 'PEDIDOS: '.
           05  WRK-TOT-PEDIDOS          PIC ZZZZZ9.
           05  FILLER                   PIC X(14)
               VALUE '  PASSAGENS: '.
           05  WRK-TOT-QUANTIDADE       PIC ZZZZZZ9.
           05  FILLER                   PIC X(09) VALUE '  VALOR: '.
           05  WRK-TOT-VALOR            PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-COMPETENCIA
               THRU 0105-CARREGAR-COMPETENCIA-EXIT.
           PERFORM 0110-CLASSIFICAR-DIAS
               THRU 0110-CLASSIFICAR-DIAS-EXIT.
           PERFORM 0130-CARREGAR-FERIAS
               THRU 0130-CARREGAR-FERIAS-EXIT.
           PERFORM 0140-CARREGAR-PONTO
               THRU 0140-CARREGAR-PONTO-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-VTR
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ADESAO-ARQ.
           IF WRK-FS-VTR NOT = '00'
               MOVE WRK-FS-VTR TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VTRCALC: ERRO AO ABRIR VTRMSTR - STATUS '
                   WRK-FS-VTR ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-VTR TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'VTRCALC: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE ADESAO-ARQ
               SET WRK-FIM-VTR TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT PEDIDO-ARQ.
           OPEN OUTPUT VALEMES-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-USO-MES TO WRK-CAB-USO-MES.
           MOVE WRK-USO-ANO TO WRK-CAB-USO-ANO.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-2.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE A COMPETENCIA DA FOLHA QUE VAI DESCONTAR OS VALES *
      * (CARTAO COMPET; SEM O CARTAO, O ANO/MES DA EXECUCAO) *
      * E CALCULA O MES DE USO, QUE E O SEGUINTE.            *
      *----------------------------------------------------*
       0105-CARREGAR-COMPETENCIA.
           MOVE WRK-ANOSYS TO WRK-CMP-ANO.
           MOVE WRK-MESSYS TO WRK-CMP-MES.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET TO WRK-COMPETENCIA
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
           IF WRK-CMP-MES = 12
               COMPUTE WRK-USO-ANO = WRK-CMP-ANO + 1
               MOVE 01 TO WRK-USO-MES
           ELSE
               MOVE WRK-CMP-ANO TO WRK-USO-ANO
               COMPUTE WRK-USO-MES = WRK-CMP-MES + 1
           END-IF.
       0105-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CLASSIFICA CADA DIA DO MES DE USO PELO DIAUTIL (FIM  *
      * DE SEMANA E FERIADO NAO SAO DIAS DE VALE). O ULTIMO  *
      * DIA DO MES SAI DO MESMO CALCULO DO 0810-ULTIMO-DIA-  *
      * MES DO DIAUTIL, COM FEVEREIRO BISSEXTO.              *
      *----------------------------------------------------*
       0110-CLASSIFICAR-DIAS.
           EVALUATE WRK-USO-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-USO-ANO BY 4
                       GIVING WRK-DESCARTE
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-USO-ANO BY 100
                           GIVING WRK-DESCARTE
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-USO-ANO BY 400
                               GIVING WRK-DESCARTE
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           COMPUTE WRK-DATA-USO-INICIO = WRK-MES-USO-NUM * 100 + 1.
           COMPUTE WRK-DATA-USO-FIM =
               WRK-MES-USO-NUM * 100 + WRK-ULTIMO-DIA-MES.
           MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
           PERFORM 0120-CLASSIFICAR-UM-DIA
               THRU 0120-CLASSIFICAR-UM-DIA-EXIT
               VARYING WRK-DIA-VARRE FROM 1 BY 1
               UNTIL WRK-DIA-VARRE > 31.
       0110-CLASSIFICAR-DIAS-EXIT.
           EXIT.

       0120-CLASSIFICAR-UM-DIA.
           SET WRK-IDX-DIA TO WRK-DIA-VARRE.
           MOVE 'N' TO WRK-DIA-SW-UTIL(WRK-IDX-DIA).
           IF WRK-DIA-VARRE > WRK-ULTIMO-DIA-MES
               GO TO 0120-CLASSIFICAR-UM-DIA-EXIT
           END-IF.
           MOVE WRK-USO-ANO TO WRK-DU-ANO.
           MOVE WRK-USO-MES TO WRK-DU-MES.
           MOVE WRK-DIA-VARRE TO WRK-DU-DIA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           IF WRK-DU-DIA-UTIL
               MOVE 'S' TO WRK-DIA-SW-UTIL(WRK-IDX-DIA)
               ADD 1 TO WRK-DIAS-UTEIS-MES
           END-IF.
       0120-CLASSIFICAR-UM-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS PERIODOS DE FERIAS DA AGENDA (FERSCHED)   *
      * QUE TOCAM O MES DE USO. SEM A AGENDA, NINGUEM ESTA   *
      * DE FERIAS.                                           *
      *----------------------------------------------------*
       0130-CARREGAR-FERIAS.
           MOVE ZEROS TO WRK-QTD-FERIAS.
           OPEN INPUT AGENDA-ARQ.
           IF WRK-FS-SCH NOT = '00'
               GO TO 0130-CARREGAR-FERIAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-SCH = '10'
               READ AGENDA-ARQ
                   AT END MOVE '10' TO WRK-FS-SCH
                   NOT AT END
                       PERFORM 0135-GUARDAR-FERIAS
                           THRU 0135-GUARDAR-FERIAS-EXIT
               END-READ
           END-PERFORM.
           CLOSE AGENDA-ARQ.
       0130-CARREGAR-FERIAS-EXIT.
           EXIT.

       0135-GUARDAR-FERIAS.
           IF WRK-SCH-DATA-INICIO > WRK-DATA-USO-FIM
               OR WRK-SCH-DATA-FIM < WRK-DATA-USO-INICIO
               GO TO 0135-GUARDAR-FERIAS-EXIT
           END-IF.
           IF WRK-QTD-FERIAS >= 2000
               IF NOT WRK-FERIAS-CHEIA
                   SET WRK-FERIAS-CHEIA TO TRUE
                   DISPLAY 'VTRCALC: MAIS DE 2000 PERIODOS DE FERIAS '
                       'NO MES - EXCEDENTES IGNORADOS'
               END-IF
               GO TO 0135-GUARDAR-FERIAS-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-FERIAS.
           SET WRK-IDX-FER TO WRK-QTD-FERIAS.
           MOVE WRK-SCH-MATRICULA   TO WRK-FER-MATRICULA(WRK-IDX-FER).
           MOVE WRK-SCH-DATA-INICIO TO WRK-FER-INICIO(WRK-IDX-FER).
           MOVE WRK-SCH-DATA-FIM    TO WRK-FER-FIM(WRK-IDX-FER).
       0135-GUARDAR-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS FALTAS DO ULTIMO PONTO APURADO (PONTOACM, *
      * VER PONTOREG.COB). SEM O ARQUIVO, NINGUEM TEM FALTA. *
      *----------------------------------------------------*
       0140-CARREGAR-PONTO.
           MOVE ZEROS TO WRK-QTD-PONTOS.
           OPEN INPUT PONTOACM-ARQ.
           IF WRK-FS-PNT NOT = '00'
               DISPLAY 'VTRCALC: PONTOACM INDISPONIVEL - VALES SEM '
                   'DESCONTO DE FALTAS'
               GO TO 0140-CARREGAR-PONTO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PNT = '10'
               READ PONTOACM-ARQ
                   AT END MOVE '10' TO WRK-FS-PNT
                   NOT AT END
                       IF WRK-QTD-PONTOS >= 2000
                           IF NOT WRK-PONTO-CHEIO
                               SET WRK-PONTO-CHEIO TO TRUE
                               DISPLAY 'VTRCALC: PONTOACM COM MAIS '
                                   'DE 2000 MATRICULAS - EXCEDENTES '
                                   'SEM DESCONTO DE FALTAS'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-PONTOS
                           SET WRK-IDX-PNT TO WRK-QTD-PONTOS
                           MOVE WRK-ACM-MATRICULA TO
                               WRK-PNT-MATRICULA(WRK-IDX-PNT)
                           COMPUTE WRK-PNT-FALTAS(WRK-IDX-PNT) =
                               WRK-ACM-FALTAS-JUST
                               + WRK-ACM-FALTAS-INJ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTOACM-ARQ.
       0140-CARREGAR-PONTO-EXIT.
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
      * LE CADA ADESAO; SO ENTRA NA COMPRA A ADESAO EM VIGOR *
      * NO MES DE USO, DE FUNCIONARIO ATIVO NO CADASTRO. OS  *
      * DIAS DE VALE SAO OS DIAS UTEIS DO MES DENTRO DA      *
      * ADESAO E FORA DAS FERIAS, MENOS AS FALTAS DO PONTO.  *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ ADESAO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-VTR TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-VTR-DATA-INICIO > WRK-DATA-USO-FIM
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF WRK-VTR-DATA-FIM NOT = ZEROS
               AND WRK-VTR-DATA-FIM < WRK-DATA-USO-INICIO
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           MOVE WRK-VTR-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   ADD 1 TO WRK-QTD-FORA-CADASTRO
                   DISPLAY 'VTRCALC: MATRICULA ' WRK-VTR-MATRICULA
                       ' DO VTRMSTR NAO ESTA NO CADASTRO - SEM '
                       'COMPRA'
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF NOT WRK-FUNC-ATIVO
               ADD 1 TO WRK-QTD-FORA-CADASTRO
               DISPLAY 'VTRCALC: MATRICULA ' WRK-VTR-MATRICULA
                   ' DESLIGADA - SEM COMPRA (ENCERRE A ADESAO NO '
                   'VTRMNT)'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ADESOES.

           MOVE ZEROS TO WRK-DIAS-UTEIS-FUNC.
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           PERFORM 0310-AVALIAR-DIA THRU 0310-AVALIAR-DIA-EXIT
               VARYING WRK-DIA-VARRE FROM 1 BY 1
               UNTIL WRK-DIA-VARRE > WRK-ULTIMO-DIA-MES.
           PERFORM 0330-LOCALIZAR-FALTAS
               THRU 0330-LOCALIZAR-FALTAS-EXIT.
           COMPUTE WRK-DIAS-VALE = WRK-DIAS-UTEIS-FUNC
               - WRK-DIAS-FERIAS.
           IF WRK-FALTAS-FUNC >= WRK-DIAS-VALE
               MOVE ZEROS TO WRK-DIAS-VALE
           ELSE
               SUBTRACT WRK-FALTAS-FUNC FROM WRK-DIAS-VALE
           END-IF.
           COMPUTE WRK-QUANTIDADE-VALE =
               WRK-DIAS-VALE * WRK-VTR-VIAGENS-DIA.
           COMPUTE WRK-VALOR-VALE =
               WRK-QUANTIDADE-VALE * WRK-VTR-TARIFA.

           MOVE WRK-VTR-MATRICULA     TO WRK-DET-MATRICULA.
           MOVE WRK-NOME              TO WRK-DET-NOME.
           MOVE WRK-DEPARTAMENTO      TO WRK-DET-DEPTO.
           MOVE WRK-DIAS-UTEIS-FUNC   TO WRK-DET-UTEIS.
           MOVE WRK-DIAS-FERIAS       TO WRK-DET-FERIAS.
           MOVE WRK-FALTAS-FUNC       TO WRK-DET-FALTAS.
           MOVE WRK-DIAS-VALE         TO WRK-DET-DIAS.
           MOVE WRK-QUANTIDADE-VALE   TO WRK-DET-QUANTIDADE.
           MOVE WRK-VALOR-VALE        TO WRK-DET-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

      *    SEM DIA DE VALE NO MES (FERIAS O MES TODO, POR
      *    EXEMPLO): NADA A PEDIR NEM A DESCONTAR.
           IF WRK-QUANTIDADE-VALE = ZEROS
               ADD 1 TO WRK-QTD-SEM-DIAS
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           MOVE WRK-MES-USO-NUM       TO PED-COMPETENCIA-USO.
           MOVE WRK-VTR-MATRICULA     TO PED-MATRICULA.
           MOVE WRK-NOME              TO PED-NOME.
           MOVE WRK-QUANTIDADE-VALE   TO PED-QUANTIDADE.
           MOVE WRK-VTR-TARIFA        TO PED-TARIFA.
           MOVE WRK-VALOR-VALE        TO PED-VALOR.
           WRITE WRK-REG-PEDIDO.

           MOVE WRK-COMPETENCIA-NUM   TO WRK-VTM-COMPETENCIA.
           MOVE WRK-VTR-MATRICULA     TO WRK-VTM-MATRICULA.
           MOVE WRK-DEPARTAMENTO      TO WRK-VTM-DEPARTAMENTO.
           MOVE WRK-DIAS-VALE         TO WRK-VTM-DIAS.
           MOVE WRK-QUANTIDADE-VALE   TO WRK-VTM-QUANTIDADE.
           MOVE WRK-VALOR-VALE        TO WRK-VTM-VALOR.
           WRITE WRK-VALE-COMPRADO.

           ADD 1 TO WRK-QTD-PEDIDOS.
           ADD WRK-QUANTIDADE-VALE TO WRK-TOTAL-QUANTIDADE.
           ADD WRK-VALOR-VALE TO WRK-TOTAL-VALOR.
           PERFORM 0340-ACUMULAR-DEPARTAMENTO
               THRU 0340-ACUMULAR-DEPARTAMENTO-EXIT.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UM DIA DO MES DE USO: CONTA SE FOR UTIL E ESTIVER    *
      * DENTRO DA ADESAO; SE O FUNCIONARIO ESTIVER DE FERIAS *
      * NESSE DIA, CONTA COMO DIA DE FERIAS.                 *
      *----------------------------------------------------*
       0310-AVALIAR-DIA.
           SET WRK-IDX-DIA TO WRK-DIA-VARRE.
           IF NOT WRK-DIA-E-UTIL(WRK-IDX-DIA)
               GO TO 0310-AVALIAR-DIA-EXIT
           END-IF.
           COMPUTE WRK-DATA-VARRE =
               WRK-MES-USO-NUM * 100 + WRK-DIA-VARRE.
           IF WRK-DATA-VARRE < WRK-VTR-DATA-INICIO
               GO TO 0310-AVALIAR-DIA-EXIT
           END-IF.
           IF WRK-VTR-DATA-FIM NOT = ZEROS
               AND WRK-DATA-VARRE > WRK-VTR-DATA-FIM
               GO TO 0310-AVALIAR-DIA-EXIT
           END-IF.
           ADD 1 TO WRK-DIAS-UTEIS-FUNC.
           PERFORM 0320-VERIFICAR-FERIAS
               THRU 0320-VERIFICAR-FERIAS-EXIT.
           IF WRK-EM-FERIAS
               ADD 1 TO WRK-DIAS-FERIAS
           END-IF.
       0310-AVALIAR-DIA-EXIT.
           EXIT.

       0320-VERIFICAR-FERIAS.
           MOVE 'N' TO WRK-SW-EM-FERIAS.
           IF WRK-QTD-FERIAS = ZEROS
               GO TO 0320-VERIFICAR-FERIAS-EXIT
           END-IF.
           SET WRK-IDX-FER TO 1.
           SEARCH WRK-FER
               AT END
                   CONTINUE
               WHEN WRK-FER-MATRICULA(WRK-IDX-FER) = WRK-VTR-MATRICULA
                   AND WRK-FER-INICIO(WRK-IDX-FER) <= WRK-DATA-VARRE
                   AND WRK-FER-FIM(WRK-IDX-FER) >= WRK-DATA-VARRE
                   SET WRK-EM-FERIAS TO TRUE
           END-SEARCH.
       0320-VERIFICAR-FERIAS-EXIT.
           EXIT.

       0330-LOCALIZAR-FALTAS.
           MOVE ZEROS TO WRK-FALTAS-FUNC.
           IF WRK-QTD-PONTOS = ZEROS
               GO TO 0330-LOCALIZAR-FALTAS-EXIT
           END-IF.
           SET WRK-IDX-PNT TO 1.
           SEARCH WRK-PNT
               AT END
                   CONTINUE
               WHEN WRK-PNT-MATRICULA(WRK-IDX-PNT) = WRK-VTR-MATRICULA
                   MOVE WRK-PNT-FALTAS(WRK-IDX-PNT) TO WRK-FALTAS-FUNC
           END-SEARCH.
       0330-LOCALIZAR-FALTAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MANTEM O RESUMO POR DEPARTAMENTO (MESMO ESQUEMA DO   *
      * DEPTRPT).                                            *
      *----------------------------------------------------*
       0340-ACUMULAR-DEPARTAMENTO.
           SET WRK-IDX-DEPTO TO 1.
           SEARCH WRK-DEPTO
               AT END
                   IF WRK-QTD-DEPARTAMENTOS >= 50
                       DISPLAY 'VTRCALC: MAIS DE 50 DEPARTAMENTOS - '
                           'DEPARTAMENTO ' WRK-DEPARTAMENTO
                           ' FORA DO RESUMO'
                       GO TO 0340-ACUMULAR-DEPARTAMENTO-EXIT
                   ELSE
                       ADD 1 TO WRK-QTD-DEPARTAMENTOS
                       SET WRK-IDX-DEPTO TO WRK-QTD-DEPARTAMENTOS
                       MOVE WRK-DEPARTAMENTO
                           TO WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       MOVE ZEROS TO WRK-DEPTO-QTD(WRK-IDX-DEPTO)
                       MOVE ZEROS TO WRK-DEPTO-VALOR(WRK-IDX-DEPTO)
                   END-IF
               WHEN WRK-DEPTO-NOME(WRK-IDX-DEPTO) = WRK-DEPARTAMENTO
                   CONTINUE
           END-SEARCH.
           ADD WRK-QUANTIDADE-VALE TO WRK-DEPTO-QTD(WRK-IDX-DEPTO).
           ADD WRK-VALOR-VALE TO WRK-DEPTO-VALOR(WRK-IDX-DEPTO).
       0340-ACUMULAR-DEPARTAMENTO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'VTRCALC: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-RESUMO.
           PERFORM 0910-IMPRIMIR-DEPARTAMENTO
               THRU 0910-IMPRIMIR-DEPARTAMENTO-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.
           MOVE WRK-QTD-PEDIDOS TO WRK-TOT-PEDIDOS.
           MOVE WRK-TOTAL-QUANTIDADE TO WRK-TOT-QUANTIDADE.
           MOVE WRK-TOTAL-VALOR TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE ADESAO-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           CLOSE PEDIDO-ARQ.
           CLOSE VALEMES-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'VTRCALC: ' WRK-QTD-ADESOES ' ADESOES EM VIGOR, '
               WRK-QTD-PEDIDOS ' PEDIDOS, TOTAL ' WRK-TOTAL-VALOR
               ', ' WRK-QTD-SEM-DIAS ' SEM DIA DE VALE, '
               WRK-QTD-FORA-CADASTRO ' FORA DO CADASTRO'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-IMPRIMIR-DEPARTAMENTO.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO)  TO WRK-DEP-NOME.
           MOVE WRK-DEPTO-QTD(WRK-IDX-DEPTO)   TO WRK-DEP-QTD.
           MOVE WRK-DEPTO-VALOR(WRK-IDX-DEPTO) TO WRK-DEP-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DEPTO.
       0910-IMPRIMIR-DEPARTAMENTO-EXIT.
           EXIT.

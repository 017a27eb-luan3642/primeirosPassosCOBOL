       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ACOMPANHAMENTO DIARIO DAS METAS MENSAIS DE
      * VENDA POR LOJA. LE A META DO MES (METAMSTR, VER
      * METAREG.COB), O CADASTRO DE LOJAS (LOJAMSTR) E OS
      * FECHAMENTOS DO VENDHIST, E IMPRIME EM METAREL, PARA CADA
      * LOJA:
      *   - A META DO MES E A META PROPORCIONAL AOS DIAS UTEIS
      *     JA DECORRIDOS (CALENDARIO DA ROTINA COMUM DIAUTIL);
      *   - O REALIZADO NO MES ATE A DATA DE POSICAO E A
      *     DIFERENCA PARA A META PROPORCIONAL;
      *   - A PROJECAO DE FECHAMENTO DO MES: O REALIZADO MAIS,
      *     PARA CADA DIA QUE FALTA, A MEDIA DA LOJA NAQUELE
      *     DIA DA SEMANA (OU FERIADO/VESPERA), CLASSIFICADA
      *     COMO NO VENDPAT. DIA UTIL SEM HISTORICO NO SEU
      *     BALDE ENTRA PELA MEDIA DO MES POR DIA UTIL.
      * NO FIM, O RANKING DAS LOJAS COM META PELO PERCENTUAL DA
      * META JA ATINGIDO (REUNIAO DE SEGUNDA-FEIRA).
      * CARTAO METAPARM (OPCIONAL): DATA DE POSICAO (AAAAMMDD,
      * PADRAO HOJE). DATA INVALIDA ENCERRA SEM PROCESSAR.
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
           SELECT META-ARQ ASSIGN TO 'METAMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MET.

           SELECT LOJAMSTR-ARQ ASSIGN TO 'LOJAMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.

           SELECT VENDHIST-ARQ ASSIGN TO 'VENDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VH.

           SELECT PARAMETRO-ARQ ASSIGN TO 'METAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT MSORTWK-ARQ ASSIGN TO 'MSORTWK'.

           SELECT ORDENADO-ARQ ASSIGN TO 'METASORT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORD.

           SELECT RELATORIO-ARQ ASSIGN TO 'METAREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  META-ARQ.
           COPY 'METAREG.COB'.

       FD  LOJAMSTR-ARQ.
           COPY 'LOJAREG.COB'.

       FD  VENDHIST-ARQ.
           COPY 'VENDAREG.COB'.

       FD  PARAMETRO-ARQ.
       01  WRK-REG-PARAMETRO.
           05  PRM-DATA-POSICAO        PIC 9(08).

      *    UMA ENTRADA POR LOJA COM META, PARA O RANKING.
       SD  MSORTWK-ARQ.
       01  WRK-REG-SORT.
           05  SRT-PERC-ATINGIDO       PIC 9(03)V99.
           05  SRT-LOJA                PIC 9(02).
           05  SRT-NOME                PIC X(20).
           05  SRT-META                PIC 9(09)V99.
           05  SRT-REALIZADO           PIC 9(11)V99.
           05  SRT-PERC-PROJETADO      PIC 9(03)V99.

       FD  ORDENADO-ARQ.
       01  WRK-REG-ORDENADO.
           05  ORD-PERC-ATINGIDO       PIC 9(03)V99.
           05  ORD-LOJA                PIC 9(02).
           05  ORD-NOME                PIC X(20).
           05  ORD-META                PIC 9(09)V99.
           05  ORD-REALIZADO           PIC 9(11)V99.
           05  ORD-PERC-PROJETADO      PIC 9(03)V99.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'DIAUTREG.COB'.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-MET                  PIC X(02) VALUE SPACES.
       77  WRK-FS-LOJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VH                   PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ORD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    DATA DE POSICAO (CARTAO METAPARM OU HOJE).
       01  WRK-DATA-POSICAO.
           05  WRK-POS-ANO              PIC 9(04).
           05  WRK-POS-MES              PIC 9(02).
           05  WRK-POS-DIA              PIC 9(02).
       01  WRK-DATA-POSICAO-AAAAMM REDEFINES WRK-DATA-POSICAO.
           05  WRK-POS-AAAAMM           PIC 9(06).
           05  FILLER                   PIC 9(02).

      *    CALENDARIO DO MES DE POSICAO: DIAS UTEIS TOTAIS,
      *    DECORRIDOS ATE A POSICAO E RESTANTES, E O BALDE
      *    (1-7 DIA DA SEMANA, 8 FERIADO, 9 VESPERA - COMO NO
      *    VENDPAT) DE CADA DIA DO MES.
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-UTEIS-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-UTEIS-DECORRIDOS    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-UTEIS-RESTANTES     PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-CALENDARIO           PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-CALENDARIO.
           05  WRK-CAL OCCURS 31 TIMES INDEXED BY WRK-IDX-CAL.
               10  WRK-CAL-BALDE        PIC 9(01).
               10  WRK-CAL-SW-UTIL      PIC X(01).
                   88  WRK-CAL-DIA-UTIL          VALUE 'S'.

      *    LOJAS DO CADASTRO (MAIS AS QUE SO APARECEM NA META
      *    OU NO HISTORICO), COM O PADRAO DE VENDAS DE CADA UMA
      *    POR BALDE DE DIA.
       77  WRK-QTD-LOJAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           05  WRK-LJM OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-LOJAS
                   INDEXED BY WRK-IDX-LJM.
               10  WRK-LJM-CODIGO        PIC 9(02).
               10  WRK-LJM-NOME          PIC X(20).
               10  WRK-LJM-SW-META       PIC X(01).
                   88  WRK-LJM-COM-META          VALUE 'S'.
               10  WRK-LJM-META          PIC 9(09)V99.
               10  WRK-LJM-PROPORCIONAL  PIC 9(09)V99.
               10  WRK-LJM-REALIZADO     PIC 9(11)V99.
               10  WRK-LJM-DIFERENCA     PIC S9(11)V99.
               10  WRK-LJM-PROJECAO      PIC 9(11)V99.
               10  WRK-LJM-PERC-ATINGIDO PIC 9(03)V99.
               10  WRK-LJM-PERC-PROJETADO PIC 9(03)V99.
               10  WRK-LJM-PAD OCCURS 9 TIMES
                       INDEXED BY WRK-IDX-PAD.
                   15  WRK-LJM-PAD-RECEITA  PIC 9(11)V99.
                   15  WRK-LJM-PAD-DIAS     PIC 9(05).

       77  WRK-LOJA-PROCURADA           PIC 9(02) VALUE ZEROS.
       77  WRK-SW-LOJA                  PIC X(01) VALUE 'N'.
           88  WRK-LOJA-ACHADA                    VALUE 'S'.
           88  WRK-LOJA-FORA                      VALUE 'N'.
       77  WRK-IDX-BALDE                PIC 9(01) VALUE ZEROS.
       77  WRK-MEDIA-DIA-UTIL           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MEDIA-BALDE              PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTD-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-METAS                PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-NO-RANKING           PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO-RANKING          PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-META                 PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PROPORCIONAL         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-REALIZADO            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PROJECAO             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-SW-FIM-ORD               PIC X(01) VALUE 'N'.
           88  WRK-FIM-ORD                        VALUE 'S'.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(37) VALUE
               'METAS DE VENDA POR LOJA - POSICAO EM '.
           05  WRK-CAB-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CAB-DIAS-UTEIS.
           05  FILLER                   PIC X(20) VALUE
               'DIAS UTEIS NO MES: '.
           05  WRK-CAB-UTEIS-MES        PIC Z9.
           05  FILLER                   PIC X(15) VALUE
               '  DECORRIDOS: '.
           05  WRK-CAB-UTEIS-DECORRIDOS PIC Z9.
           05  FILLER                   PIC X(14) VALUE
               '  RESTANTES: '.
           05  WRK-CAB-UTEIS-RESTANTES  PIC Z9.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(14) VALUE 'LJ NOME'.
           05  FILLER                   PIC X(12) VALUE
               '   META MES'.
           05  FILLER                   PIC X(12) VALUE
               ' PROPORCION'.
           05  FILLER                   PIC X(12) VALUE
               '  REALIZADO'.
           05  FILLER                   PIC X(13) VALUE
               '   DIFERENCA'.
           05  FILLER                   PIC X(12) VALUE
               '   PROJECAO'.
           05  FILLER                   PIC X(04) VALUE '%PRJ'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-LOJA             PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-META             PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PROPORCIONAL     PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-REALIZADO        PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIFERENCA        PIC --------9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PROJECAO         PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PERC-PROJETADO   PIC ZZ9.

       01  WRK-LINHA-SEM-META.
           05  WRK-SMT-LOJA             PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-SMT-NOME             PIC X(10).
           05  FILLER                   PIC X(25) VALUE
               ' SEM META CADASTRADA'.
           05  WRK-SMT-REALIZADO        PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  WRK-SMT-PROJECAO         PIC ZZZZZZZ9,99.

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(14) VALUE
               'TOTAL EMPRESA'.
           05  WRK-TOT-DET-META         PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-PROPORCIONAL PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-REALIZADO    PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-DIFERENCA    PIC --------9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TOT-DET-PROJECAO     PIC ZZZZZZZ9,99.

       01  WRK-CAB-RANKING              PIC X(50) VALUE
           'RANKING DAS LOJAS POR % DA META ATINGIDO'.

       01  WRK-CAB-RANKING-2.
           05  FILLER                   PIC X(28) VALUE
               'POS LJ NOME'.
           05  FILLER                   PIC X(12) VALUE
               '   META MES'.
           05  FILLER                   PIC X(13) VALUE
               '    REALIZADO'.
           05  FILLER                   PIC X(08) VALUE '  %ATING'.
           05  FILLER                   PIC X(07) VALUE '  %PROJ'.

       01  WRK-LINHA-RANKING.
           05  WRK-RNK-POSICAO          PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RNK-LOJA             PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RNK-NOME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RNK-META             PIC ZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RNK-REALIZADO        PIC ZZZZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-RNK-PERC-ATINGIDO    PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RNK-PERC-PROJETADO   PIC ZZ9,99.

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-ACUMULAR-HISTORICO
                   THRU 0200-ACUMULAR-HISTORICO-EXIT
               PERFORM 0300-APURAR-LOJA THRU 0300-APURAR-LOJA-EXIT
                   VARYING WRK-IDX-LJM FROM 1 BY 1
                   UNTIL WRK-IDX-LJM > WRK-QTD-LOJAS
               PERFORM 0400-IMPRIMIR-ACOMPANHAMENTO
                   THRU 0400-IMPRIMIR-ACOMPANHAMENTO-EXIT
               PERFORM 0500-IMPRIMIR-RANKING
                   THRU 0500-IMPRIMIR-RANKING-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-POSICAO.
           OPEN INPUT PARAMETRO-ARQ.
           IF WRK-FS-PRM = '00'
               READ PARAMETRO-ARQ
                   NOT AT END
                       IF PRM-DATA-POSICAO IS NUMERIC
                           AND PRM-DATA-POSICAO > ZEROS
                           MOVE PRM-DATA-POSICAO TO WRK-DATA-POSICAO
                       END-IF
               END-READ
               CLOSE PARAMETRO-ARQ
           END-IF.
           IF WRK-POS-MES < 1 OR WRK-POS-MES > 12
               DISPLAY 'METAREL: DATA DE POSICAO INVALIDA - '
                   WRK-DATA-POSICAO
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0110-ULTIMO-DIA-MES THRU 0110-ULTIMO-DIA-MES-EXIT.
           IF WRK-POS-DIA < 1 OR WRK-POS-DIA > WRK-ULTIMO-DIA-MES
               DISPLAY 'METAREL: DATA DE POSICAO INVALIDA - '
                   WRK-DATA-POSICAO
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0120-MONTAR-CALENDARIO
               THRU 0120-MONTAR-CALENDARIO-EXIT
               VARYING WRK-DIA-CALENDARIO FROM 1 BY 1
               UNTIL WRK-DIA-CALENDARIO > WRK-ULTIMO-DIA-MES.
           PERFORM 0130-CARREGAR-LOJAS THRU 0130-CARREGAR-LOJAS-EXIT.
           PERFORM 0140-CARREGAR-METAS THRU 0140-CARREGAR-METAS-EXIT.
           OPEN INPUT VENDHIST-ARQ.
           IF WRK-FS-VH NOT = '00'
               MOVE WRK-FS-VH TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'METAREL: VENDHIST INDISPONIVEL - STATUS '
                   WRK-FS-VH ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ULTIMO DIA DO MES DE POSICAO (FEVEREIRO BISSEXTO     *
      * PELA MESMA REGRA DA ROTINA DIAUTIL).                 *
      *----------------------------------------------------*
       0110-ULTIMO-DIA-MES.
           EVALUATE WRK-POS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-POS-ANO BY 4
                       GIVING WRK-DESCARTE
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-POS-ANO BY 100
                           GIVING WRK-DESCARTE
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-POS-ANO BY 400
                               GIVING WRK-DESCARTE
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       0110-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CLASSIFICA CADA DIA DO MES PELA ROTINA DIAUTIL: CONTA *
      * OS DIAS UTEIS (DECORRIDOS ATE A POSICAO E RESTANTES)  *
      * E GUARDA O BALDE DO DIA PARA A PROJECAO.              *
      *----------------------------------------------------*
       0120-MONTAR-CALENDARIO.
           MOVE WRK-POS-ANO TO WRK-DU-ANO.
           MOVE WRK-POS-MES TO WRK-DU-MES.
           MOVE WRK-DIA-CALENDARIO TO WRK-DU-DIA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           SET WRK-IDX-CAL TO WRK-DIA-CALENDARIO.
           EVALUATE TRUE
               WHEN WRK-DU-FERIADO
                   MOVE 8 TO WRK-CAL-BALDE(WRK-IDX-CAL)
               WHEN WRK-DU-VESPERA
                   MOVE 9 TO WRK-CAL-BALDE(WRK-IDX-CAL)
               WHEN OTHER
                   MOVE WRK-DU-DIA-SEMANA TO WRK-CAL-BALDE(WRK-IDX-CAL)
           END-EVALUATE.
           MOVE WRK-DU-SW-DIA-UTIL TO WRK-CAL-SW-UTIL(WRK-IDX-CAL).
           IF WRK-DU-DIA-UTIL
               ADD 1 TO WRK-DIAS-UTEIS-MES
               IF WRK-DIA-CALENDARIO > WRK-POS-DIA
                   ADD 1 TO WRK-DIAS-UTEIS-RESTANTES
               ELSE
                   ADD 1 TO WRK-DIAS-UTEIS-DECORRIDOS
               END-IF
           END-IF.
       0120-MONTAR-CALENDARIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE LOJAS (LOJAMSTR). SEM O        *
      * CADASTRO, AS LOJAS ENTRAM PELA META E PELO HISTORICO *
      * SO COM O CODIGO.                                     *
      *----------------------------------------------------*
       0130-CARREGAR-LOJAS.
           OPEN INPUT LOJAMSTR-ARQ.
           IF WRK-FS-LOJ NOT = '00'
               DISPLAY 'METAREL: LOJAMSTR INDISPONIVEL - LOJAS SEM '
                   'NOME NO RELATORIO'
               GO TO 0130-CARREGAR-LOJAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-LOJ = '10'
               READ LOJAMSTR-ARQ
                   AT END MOVE '10' TO WRK-FS-LOJ
                   NOT AT END
                       MOVE WRK-LOJ-CODIGO TO WRK-LOJA-PROCURADA
                       PERFORM 0150-LOCALIZAR-LOJA
                           THRU 0150-LOCALIZAR-LOJA-EXIT
                       IF WRK-LOJA-ACHADA
                           MOVE WRK-LOJ-NOME
                               TO WRK-LJM-NOME(WRK-IDX-LJM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOJAMSTR-ARQ.
       0130-CARREGAR-LOJAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS METAS DO MES DE POSICAO (METAMSTR). META  *
      * REPETIDA PARA A MESMA LOJA: VALE A ULTIMA, COM AVISO. *
      *----------------------------------------------------*
       0140-CARREGAR-METAS.
           OPEN INPUT META-ARQ.
           IF WRK-FS-MET NOT = '00'
               DISPLAY 'METAREL: METAMSTR INDISPONIVEL - NENHUMA '
                   'LOJA COM META'
               GO TO 0140-CARREGAR-METAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MET = '10'
               READ META-ARQ
                   AT END MOVE '10' TO WRK-FS-MET
                   NOT AT END
                       IF WRK-MET-ANO-MES = WRK-POS-AAAAMM
                           PERFORM 0145-GUARDAR-META
                               THRU 0145-GUARDAR-META-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE META-ARQ.
       0140-CARREGAR-METAS-EXIT.
           EXIT.

       0145-GUARDAR-META.
           IF WRK-MET-LOJA = ZEROS
               DISPLAY 'METAREL: META DA LOJA 00 (CONSOLIDADO) '
                   'IGNORADA'
               GO TO 0145-GUARDAR-META-EXIT
           END-IF.
           MOVE WRK-MET-LOJA TO WRK-LOJA-PROCURADA.
           PERFORM 0150-LOCALIZAR-LOJA THRU 0150-LOCALIZAR-LOJA-EXIT.
           IF WRK-LOJA-FORA
               GO TO 0145-GUARDAR-META-EXIT
           END-IF.
           IF WRK-LJM-COM-META(WRK-IDX-LJM)
               DISPLAY 'METAREL: META REPETIDA DA LOJA ' WRK-MET-LOJA
                   ' - VALE A ULTIMA'
           ELSE
               ADD 1 TO WRK-QTD-METAS
           END-IF.
           MOVE 'S' TO WRK-LJM-SW-META(WRK-IDX-LJM).
           MOVE WRK-MET-VALOR TO WRK-LJM-META(WRK-IDX-LJM).
       0145-GUARDAR-META-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA A LOJA WRK-LOJA-PROCURADA NA TABELA, CRIANDO *
      * A ENTRADA QUANDO NAO EXISTE. SAI COM WRK-IDX-LJM NA   *
      * LOJA, OU COM WRK-LOJA-FORA SE A TABELA ESTA CHEIA.    *
      *----------------------------------------------------*
       0150-LOCALIZAR-LOJA.
           SET WRK-LOJA-ACHADA TO TRUE.
           IF WRK-QTD-LOJAS > ZEROS
               SET WRK-IDX-LJM TO 1
               SEARCH WRK-LJM
                   AT END
                       CONTINUE
                   WHEN WRK-LJM-CODIGO(WRK-IDX-LJM)
                           = WRK-LOJA-PROCURADA
                       GO TO 0150-LOCALIZAR-LOJA-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-LOJAS >= 99
               DISPLAY 'METAREL: MAIS DE 99 LOJAS - LOJA '
                   WRK-LOJA-PROCURADA ' FORA DO RELATORIO'
               SET WRK-LOJA-FORA TO TRUE
               GO TO 0150-LOCALIZAR-LOJA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOJAS.
           SET WRK-IDX-LJM TO WRK-QTD-LOJAS.
           MOVE WRK-LOJA-PROCURADA TO WRK-LJM-CODIGO(WRK-IDX-LJM).
           MOVE 'NAO CADASTRADA' TO WRK-LJM-NOME(WRK-IDX-LJM).
           MOVE 'N' TO WRK-LJM-SW-META(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-META(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-PROPORCIONAL(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-REALIZADO(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-DIFERENCA(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-PROJECAO(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-PERC-ATINGIDO(WRK-IDX-LJM).
           MOVE ZEROS TO WRK-LJM-PERC-PROJETADO(WRK-IDX-LJM).
           PERFORM 0155-ZERAR-BALDE THRU 0155-ZERAR-BALDE-EXIT
               VARYING WRK-IDX-PAD FROM 1 BY 1
               UNTIL WRK-IDX-PAD > 9.
       0150-LOCALIZAR-LOJA-EXIT.
           EXIT.

       0155-ZERAR-BALDE.
           MOVE ZEROS TO WRK-LJM-PAD-RECEITA(WRK-IDX-LJM, WRK-IDX-PAD).
           MOVE ZEROS TO WRK-LJM-PAD-DIAS(WRK-IDX-LJM, WRK-IDX-PAD).
       0155-ZERAR-BALDE-EXIT.
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
      * LE O VENDHIST ATE A DATA DE POSICAO: TODO FECHAMENTO *
      * ENTRA NO PADRAO DA LOJA (BALDE DO DIA PELA DIAUTIL,   *
      * COMO NO VENDPAT) E OS DO MES DE POSICAO SOMAM NO      *
      * REALIZADO.                                            *
      *----------------------------------------------------*
       0200-ACUMULAR-HISTORICO.
           PERFORM UNTIL WRK-FS-VH = '10'
               READ VENDHIST-ARQ
                   AT END MOVE '10' TO WRK-FS-VH
                   NOT AT END
                       IF WRK-VH-DATA-FECHAMENTO
                               NOT > WRK-DATA-POSICAO
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM 0210-ACUMULAR-FECHAMENTO
                               THRU 0210-ACUMULAR-FECHAMENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDHIST-ARQ.
       0200-ACUMULAR-HISTORICO-EXIT.
           EXIT.

       0210-ACUMULAR-FECHAMENTO.
           MOVE WRK-VH-LOJA TO WRK-LOJA-PROCURADA.
           PERFORM 0150-LOCALIZAR-LOJA THRU 0150-LOCALIZAR-LOJA-EXIT.
           IF WRK-LOJA-FORA
               GO TO 0210-ACUMULAR-FECHAMENTO-EXIT
           END-IF.
           MOVE WRK-VH-DATA-FECHAMENTO TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           EVALUATE TRUE
               WHEN WRK-DU-FERIADO
                   MOVE 8 TO WRK-IDX-BALDE
               WHEN WRK-DU-VESPERA
                   MOVE 9 TO WRK-IDX-BALDE
               WHEN OTHER
                   MOVE WRK-DU-DIA-SEMANA TO WRK-IDX-BALDE
           END-EVALUATE.
           SET WRK-IDX-PAD TO WRK-IDX-BALDE.
           ADD WRK-VH-ACUM
               TO WRK-LJM-PAD-RECEITA(WRK-IDX-LJM, WRK-IDX-PAD).
           ADD 1 TO WRK-LJM-PAD-DIAS(WRK-IDX-LJM, WRK-IDX-PAD).
           IF WRK-VH-ANO = WRK-POS-ANO AND WRK-VH-MES = WRK-POS-MES
               ADD WRK-VH-ACUM TO WRK-LJM-REALIZADO(WRK-IDX-LJM)
           END-IF.
       0210-ACUMULAR-FECHAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * META PROPORCIONAL, DIFERENCA, PROJECAO DO MES E OS   *
      * PERCENTUAIS DA META (ATINGIDO E PROJETADO) DA LOJA.  *
      *----------------------------------------------------*
       0300-APURAR-LOJA.
           MOVE ZEROS TO WRK-MEDIA-DIA-UTIL.
           IF WRK-DIAS-UTEIS-DECORRIDOS > ZEROS
               COMPUTE WRK-MEDIA-DIA-UTIL ROUNDED =
                   WRK-LJM-REALIZADO(WRK-IDX-LJM)
                   / WRK-DIAS-UTEIS-DECORRIDOS
           END-IF.
           MOVE WRK-LJM-REALIZADO(WRK-IDX-LJM)
               TO WRK-LJM-PROJECAO(WRK-IDX-LJM).
           COMPUTE WRK-DIA-CALENDARIO = WRK-POS-DIA + 1.
           PERFORM 0310-PROJETAR-DIA THRU 0310-PROJETAR-DIA-EXIT
               VARYING WRK-IDX-CAL FROM WRK-DIA-CALENDARIO BY 1
               UNTIL WRK-IDX-CAL > WRK-ULTIMO-DIA-MES.
           IF NOT WRK-LJM-COM-META(WRK-IDX-LJM)
               GO TO 0300-APURAR-LOJA-EXIT
           END-IF.
           IF WRK-DIAS-UTEIS-MES > ZEROS
               COMPUTE WRK-LJM-PROPORCIONAL(WRK-IDX-LJM) ROUNDED =
                   WRK-LJM-META(WRK-IDX-LJM)
                   * WRK-DIAS-UTEIS-DECORRIDOS / WRK-DIAS-UTEIS-MES
           END-IF.
           COMPUTE WRK-LJM-DIFERENCA(WRK-IDX-LJM) =
               WRK-LJM-REALIZADO(WRK-IDX-LJM)
               - WRK-LJM-PROPORCIONAL(WRK-IDX-LJM).
           IF WRK-LJM-META(WRK-IDX-LJM) > ZEROS
               COMPUTE WRK-LJM-PERC-ATINGIDO(WRK-IDX-LJM) ROUNDED =
                   WRK-LJM-REALIZADO(WRK-IDX-LJM) * 100
                   / WRK-LJM-META(WRK-IDX-LJM)
                   ON SIZE ERROR
                       MOVE 999,99
                           TO WRK-LJM-PERC-ATINGIDO(WRK-IDX-LJM)
               END-COMPUTE
               COMPUTE WRK-LJM-PERC-PROJETADO(WRK-IDX-LJM) ROUNDED =
                   WRK-LJM-PROJECAO(WRK-IDX-LJM) * 100
                   / WRK-LJM-META(WRK-IDX-LJM)
                   ON SIZE ERROR
                       MOVE 999,99
                           TO WRK-LJM-PERC-PROJETADO(WRK-IDX-LJM)
               END-COMPUTE
           END-IF.
       0300-APURAR-LOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SOMA NA PROJECAO A MEDIA DA LOJA NO BALDE DO DIA QUE *
      * FALTA. SEM HISTORICO NO BALDE, DIA UTIL ENTRA PELA   *
      * MEDIA DO MES POR DIA UTIL E O RESTO NAO SOMA.        *
      *----------------------------------------------------*
       0310-PROJETAR-DIA.
           SET WRK-IDX-PAD TO WRK-CAL-BALDE(WRK-IDX-CAL).
           IF WRK-LJM-PAD-DIAS(WRK-IDX-LJM, WRK-IDX-PAD) > ZEROS
               COMPUTE WRK-MEDIA-BALDE ROUNDED =
                   WRK-LJM-PAD-RECEITA(WRK-IDX-LJM, WRK-IDX-PAD)
                   / WRK-LJM-PAD-DIAS(WRK-IDX-LJM, WRK-IDX-PAD)
               ADD WRK-MEDIA-BALDE TO WRK-LJM-PROJECAO(WRK-IDX-LJM)
           ELSE
               IF WRK-CAL-DIA-UTIL(WRK-IDX-CAL)
                   ADD WRK-MEDIA-DIA-UTIL
                       TO WRK-LJM-PROJECAO(WRK-IDX-LJM)
               END-IF
           END-IF.
       0310-PROJETAR-DIA-EXIT.
           EXIT.

       0400-IMPRIMIR-ACOMPANHAMENTO.
           MOVE WRK-POS-DIA TO WRK-CAB-DIA.
           MOVE WRK-POS-MES TO WRK-CAB-MES.
           MOVE WRK-POS-ANO TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           MOVE WRK-DIAS-UTEIS-MES TO WRK-CAB-UTEIS-MES.
           MOVE WRK-DIAS-UTEIS-DECORRIDOS TO WRK-CAB-UTEIS-DECORRIDOS.
           MOVE WRK-DIAS-UTEIS-RESTANTES TO WRK-CAB-UTEIS-RESTANTES.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-DIAS-UTEIS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           PERFORM 0410-IMPRIMIR-LOJA THRU 0410-IMPRIMIR-LOJA-EXIT
               VARYING WRK-IDX-LJM FROM 1 BY 1
               UNTIL WRK-IDX-LJM > WRK-QTD-LOJAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-TOT-META TO WRK-TOT-DET-META.
           MOVE WRK-TOT-PROPORCIONAL TO WRK-TOT-DET-PROPORCIONAL.
           MOVE WRK-TOT-REALIZADO TO WRK-TOT-DET-REALIZADO.
           MOVE WRK-TOT-DIFERENCA TO WRK-TOT-DET-DIFERENCA.
           MOVE WRK-TOT-PROJECAO TO WRK-TOT-DET-PROJECAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
       0400-IMPRIMIR-ACOMPANHAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA LINHA POR LOJA COM META OU COM VENDA NO MES (A   *
      * LOJA SEM META SAI DESTACADA E FORA DO TOTAL).        *
      *----------------------------------------------------*
       0410-IMPRIMIR-LOJA.
           IF NOT WRK-LJM-COM-META(WRK-IDX-LJM)
               IF WRK-LJM-REALIZADO(WRK-IDX-LJM) > ZEROS
                   MOVE WRK-LJM-CODIGO(WRK-IDX-LJM) TO WRK-SMT-LOJA
                   MOVE WRK-LJM-NOME(WRK-IDX-LJM) TO WRK-SMT-NOME
                   MOVE WRK-LJM-REALIZADO(WRK-IDX-LJM)
                       TO WRK-SMT-REALIZADO
                   MOVE WRK-LJM-PROJECAO(WRK-IDX-LJM)
                       TO WRK-SMT-PROJECAO
                   WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEM-META
               END-IF
               GO TO 0410-IMPRIMIR-LOJA-EXIT
           END-IF.
           MOVE WRK-LJM-CODIGO(WRK-IDX-LJM) TO WRK-DET-LOJA.
           MOVE WRK-LJM-NOME(WRK-IDX-LJM) TO WRK-DET-NOME.
           MOVE WRK-LJM-META(WRK-IDX-LJM) TO WRK-DET-META.
           MOVE WRK-LJM-PROPORCIONAL(WRK-IDX-LJM)
               TO WRK-DET-PROPORCIONAL.
           MOVE WRK-LJM-REALIZADO(WRK-IDX-LJM) TO WRK-DET-REALIZADO.
           MOVE WRK-LJM-DIFERENCA(WRK-IDX-LJM) TO WRK-DET-DIFERENCA.
           MOVE WRK-LJM-PROJECAO(WRK-IDX-LJM) TO WRK-DET-PROJECAO.
           MOVE WRK-LJM-PERC-PROJETADO(WRK-IDX-LJM)
               TO WRK-DET-PERC-PROJETADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           ADD WRK-LJM-META(WRK-IDX-LJM) TO WRK-TOT-META.
           ADD WRK-LJM-PROPORCIONAL(WRK-IDX-LJM)
               TO WRK-TOT-PROPORCIONAL.
           ADD WRK-LJM-REALIZADO(WRK-IDX-LJM) TO WRK-TOT-REALIZADO.
           ADD WRK-LJM-DIFERENCA(WRK-IDX-LJM) TO WRK-TOT-DIFERENCA.
           ADD WRK-LJM-PROJECAO(WRK-IDX-LJM) TO WRK-TOT-PROJECAO.
       0410-IMPRIMIR-LOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ORDENA AS LOJAS COM META PELO PERCENTUAL ATINGIDO    *
      * (MAIOR PRIMEIRO; EMPATE PELA LOJA) E IMPRIME O       *
      * RANKING.                                             *
      *----------------------------------------------------*
       0500-IMPRIMIR-RANKING.
           IF WRK-QTD-METAS = ZEROS
               GO TO 0500-IMPRIMIR-RANKING-EXIT
           END-IF.
           SORT MSORTWK-ARQ
               ON DESCENDING KEY SRT-PERC-ATINGIDO
               ON ASCENDING KEY SRT-LOJA
               INPUT PROCEDURE IS 8000-LIBERAR-LOJAS
               GIVING ORDENADO-ARQ.
           OPEN INPUT ORDENADO-ARQ.
           IF WRK-FS-ORD NOT = '00'
               MOVE WRK-FS-ORD TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'METAREL: ERRO AO ABRIR METASORT - STATUS '
                   WRK-FS-ORD ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0500-IMPRIMIR-RANKING-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-RANKING.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-RANKING-2.
           PERFORM 0510-IMPRIMIR-POSICAO
               THRU 0510-IMPRIMIR-POSICAO-EXIT
               UNTIL WRK-FIM-ORD.
           CLOSE ORDENADO-ARQ.
       0500-IMPRIMIR-RANKING-EXIT.
           EXIT.

       0510-IMPRIMIR-POSICAO.
           READ ORDENADO-ARQ
               AT END
                   SET WRK-FIM-ORD TO TRUE
                   GO TO 0510-IMPRIMIR-POSICAO-EXIT
           END-READ.
           ADD 1 TO WRK-POSICAO-RANKING.
           MOVE WRK-POSICAO-RANKING TO WRK-RNK-POSICAO.
           MOVE ORD-LOJA TO WRK-RNK-LOJA.
           MOVE ORD-NOME TO WRK-RNK-NOME.
           MOVE ORD-META TO WRK-RNK-META.
           MOVE ORD-REALIZADO TO WRK-RNK-REALIZADO.
           MOVE ORD-PERC-ATINGIDO TO WRK-RNK-PERC-ATINGIDO.
           MOVE ORD-PERC-PROJETADO TO WRK-RNK-PERC-PROJETADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RANKING.
       0510-IMPRIMIR-POSICAO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE RELATORIO-ARQ
               DISPLAY 'METAREL: ' WRK-QTD-LIDOS
                   ' FECHAMENTOS LIDOS, ' WRK-QTD-METAS
                   ' LOJAS COM META'
           ELSE
               DISPLAY 'METAREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LIBERA AO SORT *
      * UMA ENTRADA POR LOJA COM META.                       *
      *----------------------------------------------------*
       8000-LIBERAR-LOJAS SECTION.
       8010-LIBERAR.
           PERFORM 8020-LIBERAR-UMA
               VARYING WRK-IDX-LJM FROM 1 BY 1
               UNTIL WRK-IDX-LJM > WRK-QTD-LOJAS.
           GO TO 8030-FECHAR.
       8020-LIBERAR-UMA.
           IF WRK-LJM-COM-META(WRK-IDX-LJM)
               MOVE WRK-LJM-PERC-ATINGIDO(WRK-IDX-LJM)
                   TO SRT-PERC-ATINGIDO
               MOVE WRK-LJM-CODIGO(WRK-IDX-LJM) TO SRT-LOJA
               MOVE WRK-LJM-NOME(WRK-IDX-LJM) TO SRT-NOME
               MOVE WRK-LJM-META(WRK-IDX-LJM) TO SRT-META
               MOVE WRK-LJM-REALIZADO(WRK-IDX-LJM) TO SRT-REALIZADO
               MOVE WRK-LJM-PERC-PROJETADO(WRK-IDX-LJM)
                   TO SRT-PERC-PROJETADO
               RELEASE WRK-REG-SORT
               ADD 1 TO WRK-QTD-NO-RANKING
           END-IF.
       8030-FECHAR.
           EXIT.

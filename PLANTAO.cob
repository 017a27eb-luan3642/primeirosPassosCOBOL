       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANTAO.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DA MANHA DO PLANTAO DE OPERACAO. EM
      * VEZ DE PERCORRER O FECHCTL, O MESCTL E O RUNLOG NA MAO
      * PARA SABER SE O FECHAMENTO DA MADRUGADA FOI LIMPO, O
      * ANALISTA LE UMA PAGINA SO (PLANTREL) COM:
      *   - A ULTIMA EXECUCAO DE CADA DRIVER (O ULTIMO DIA DO
      *     FECHCTL PARA O FECHDIA, A ULTIMA COMPETENCIA DO
      *     MESCTL PARA O FECHMES): CADA ETAPA ESPERADA DA
      *     CADEIA COM A SITUACAO (OK, FALHOU, PULADA POR JA
      *     TER SIDO CONCLUIDA NUMA EXECUCAO ANTERIOR DO MESMO
      *     DIA/COMPETENCIA, OU NAO EXECUTADA), INICIO, FIM E
      *     DURACAO. UMA NOVA EXECUCAO E RECONHECIDA QUANDO A
      *     ETAPA GRAVADA NAO E POSTERIOR A ANTERIOR NA ORDEM DA
      *     CADEIA;
      *   - A ETAPA MAIS LENTA QUE A MEDIA DAS SUAS ULTIMAS 10
      *     EXECUCOES OK (DIAS/COMPETENCIAS ANTERIORES) MAIS A
      *     MARGEM PERCENTUAL DO CARTAO, DESDE QUE PASSE DA
      *     MEDIA PELO MENOS A FOLGA MINIMA EM SEGUNDOS;
      *   - A EXECUCAO ESPERADA QUE NAO ACONTECEU: DIA UTIL
      *     (ROTINA COMUM DIAUTIL) DA JANELA DO CARTAO SEM
      *     NENHUM REGISTRO DO FECHDIA, E FECHMES DA COMPETENCIA
      *     ANTERIOR AUSENTE OU SEM A ULTIMA ETAPA (PENSREM) OK;
      *   - OS AVISOS E ERROS DE CADA PROGRAMA NO RUNLOG DESDE
      *     O DIA DA ULTIMA EXECUCAO DO FECHDIA.
      * O FECHAMENTO DIARIO RODA NA MADRUGADA, ENTAO A JANELA
      * DE DIAS VERIFICADOS TERMINA NO PROPRIO DIA.
      * TODO DESTAQUE CONTA COMO ALERTA; COM ALGUM ALERTA O
      * PROGRAMA TERMINA COM RETURN-CODE 4.
      * CARTAO PLANTPRM (OPCIONAL): MARGEM PERCENTUAL SOBRE A
      * MEDIA (999, PADRAO 50), FOLGA MINIMA EM SEGUNDOS (9999,
      * PADRAO 60) E DIAS DA JANELA DE VERIFICACAO DO FECHDIA
      * (99, PADRAO 7, MAXIMO 31).
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - A PROVA CRUZADA DO FECHAMENTO (VENDPROV) ENTROU NA
      *   LISTA DE ETAPAS ESPERADAS DO FECHDIA, APOS O TABUADA.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-ARQ ASSIGN TO 'PLANTPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT FECHCTL-ARQ ASSIGN TO 'FECHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTD.

           SELECT MESCTL-ARQ ASSIGN TO 'MESCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTM.

           SELECT RUNLOG-ARQ ASSIGN TO 'RUNLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

           SELECT RELATORIO-ARQ ASSIGN TO 'PLANTREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-ARQ.
       01  WRK-REG-PARAMETRO.
           05  PRM-MARGEM              PIC 9(03).
           05  PRM-FOLGA               PIC 9(04).
           05  PRM-DIAS                PIC 9(02).

      *    CONTROLE DE ETAPAS DO FECHDIA (MESMO LAYOUT GRAVADO
      *    PELO 0080-GRAVAR-CONTROLE DO DRIVER).
       FD  FECHCTL-ARQ.
       01  WRK-REG-FECHCTL.
           05  CTD-DATA                PIC 9(08).
           05  CTD-ETAPA               PIC X(08).
           05  CTD-HORA-INICIO         PIC 9(06).
           05  CTD-HORA-FIM            PIC 9(06).
           05  CTD-RESULTADO           PIC X(04).

      *    CONTROLE DE ETAPAS DO FECHMES, POR COMPETENCIA.
       FD  MESCTL-ARQ.
       01  WRK-REG-MESCTL.
           05  CTM-COMPETENCIA         PIC 9(06).
           05  CTM-ETAPA               PIC X(08).
           05  CTM-HORA-INICIO         PIC 9(06).
           05  CTM-HORA-FIM            PIC 9(06).
           05  CTM-RESULTADO           PIC X(04).

      *    DIARIO DE EXECUCAO (MESMO LAYOUT GRAVADO PELO RUNLOG).
       FD  RUNLOG-ARQ.
       01  WRK-REG-RUNLOG.
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LOG-HORA                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LOG-PROGRAMA            PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-SEVERIDADE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-MENSAGEM            PIC X(60).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'DIAUTREG.COB'.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CTD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CTM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-LOG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       77  WRK-MARGEM                   PIC 9(03) VALUE 50.
       77  WRK-FOLGA                    PIC 9(04) VALUE 60.
       77  WRK-DIAS-JANELA              PIC 9(02) VALUE 7.
       77  WRK-DATA-JANELA              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO-LOG          PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ALERTAS              PIC 9(04) VALUE ZEROS.

      *    DATA DE VARREDURA (0570/0580, MESMO CALCULO DO
      *    PROMREL).
       01  WRK-DATA-VARRE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.

      *    ETAPAS DE CADA DRIVER, NA ORDEM EM QUE A CADEIA AS
      *    EXECUTA (MESMOS NOMES GRAVADOS NO CONTROLE).
       01  WRK-LISTA-FECHDIA.
           05  FILLER                   PIC X(48) VALUE
               'PARMVAL CTRVENC CONTACNFTABUADA VENDPROVCREDEXPO'.
           05  FILLER                   PIC X(48) VALUE
               'CARNEEMIGLVENDASESTOQUE REPOSIC FUNCUNLDPROBLEM1'.
           05  FILLER                   PIC X(08) VALUE 'RELCONS '.
       77  WRK-QTD-LISTA-FECHDIA        PIC 9(02) VALUE 13.

       01  WRK-LISTA-FECHMES.
           05  FILLER                   PIC X(40) VALUE
               'PONTOMESBANCOHRSCALCLIQ VARAUDITBANKREM '.
           05  FILLER                   PIC X(32) VALUE
               'HOLERITEGLFOLHA PROVISAOPENSREM '.
       77  WRK-QTD-LISTA-FECHMES        PIC 9(02) VALUE 09.

       01  WRK-LISTA-ESPERADA           PIC X(240).
       01  WRK-TAB-ESPERADA REDEFINES WRK-LISTA-ESPERADA.
           05  WRK-ESPERADA             PIC X(08) OCCURS 30 TIMES.
       77  WRK-QTD-ESPERADAS            PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ESPERADA             PIC 9(02) VALUE ZEROS.

      *    ETAPAS DO DRIVER EM ANALISE: A SITUACAO NA ULTIMA
      *    EXECUCAO E AS DURACOES DAS ULTIMAS 10 EXECUCOES OK
      *    ANTERIORES (FILA CIRCULAR), PARA A MEDIA.
       77  WRK-QTD-ETAPAS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ETAPAS.
           05  WRK-ETP OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-ETAPAS
                   INDEXED BY WRK-IDX-ETP.
               10  WRK-ETP-NOME          PIC X(08).
               10  WRK-ETP-EXECUCAO      PIC 9(02).
               10  WRK-ETP-RESULTADO     PIC X(04).
               10  WRK-ETP-INICIO        PIC 9(06).
               10  WRK-ETP-FIM           PIC 9(06).
               10  WRK-ETP-TENTATIVAS    PIC 9(02).
               10  WRK-ETP-SW-OK         PIC X(01).
                   88  WRK-ETP-JA-OK             VALUE 'S'.
               10  WRK-ETP-QTD-HIST      PIC 9(02).
               10  WRK-ETP-PROX-HIST     PIC 9(02).
               10  WRK-ETP-DUR-HIST      PIC 9(05) OCCURS 10 TIMES
                       INDEXED BY WRK-IDX-HIST.

      *    REGISTRO DE CONTROLE CORRENTE, JA SEM O LAYOUT DO
      *    DRIVER.
       01  WRK-REG-ETAPA.
           05  WRK-RGE-ETAPA            PIC X(08).
           05  WRK-RGE-INICIO           PIC 9(06).
           05  WRK-RGE-FIM              PIC 9(06).
           05  WRK-RGE-RESULTADO        PIC X(04).

       77  WRK-QTD-EXECUCOES            PIC 9(02) VALUE ZEROS.
       77  WRK-POS-ANTERIOR             PIC 9(02) VALUE ZEROS.
       77  WRK-POS-ETAPA                PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ETAPA                 PIC X(01) VALUE 'N'.
           88  WRK-ETAPA-ACHADA                   VALUE 'S'.

      *    DURACAO DE UMA ETAPA EM SEGUNDOS (FIM ANTES DO INICIO
      *    = VIROU A MEIA-NOITE).
       01  WRK-HORA-CALCULO.
           05  WRK-HCL-HH               PIC 9(02).
           05  WRK-HCL-MM               PIC 9(02).
           05  WRK-HCL-SS               PIC 9(02).
       77  WRK-SEG-INICIO               PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-FIM                  PIC 9(05) VALUE ZEROS.
       77  WRK-DURACAO                  PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-HIST                PIC 9(07) VALUE ZEROS.
       77  WRK-MEDIA                    PIC 9(05) VALUE ZEROS.
       77  WRK-LIMITE                   PIC 9(07) VALUE ZEROS.

       01  WRK-HORA-FORMATADA.
           05  WRK-HFM-HH               PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WRK-HFM-MM               PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WRK-HFM-SS               PIC 9(02).

      *    CHAVE DA ULTIMA EXECUCAO DE CADA DRIVER.
       77  WRK-ULTIMA-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMA-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-ANTERIOR.
           05  WRK-CPA-ANO              PIC 9(04).
           05  WRK-CPA-MES              PIC 9(02).
       77  WRK-SW-MES-ANTERIOR          PIC X(01) VALUE 'N'.
           88  WRK-MES-ANTERIOR-ACHADO            VALUE 'S'.
       77  WRK-SW-MES-CONCLUIDO         PIC X(01) VALUE 'N'.
           88  WRK-MES-ANTERIOR-CONCLUIDO         VALUE 'S'.

      *    DIAS DA JANELA EM QUE O FECHDIA GRAVOU CONTROLE.
       77  WRK-QTD-DATAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DATAS.
           05  WRK-DTC OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-QTD-DATAS
                   INDEXED BY WRK-IDX-DTC.
               10  WRK-DTC-DATA          PIC 9(08).

      *    AVISOS E ERROS DO RUNLOG POR PROGRAMA.
       77  WRK-QTD-PROGRAMAS            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PROGRAMAS.
           05  WRK-PGM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-QTD-PROGRAMAS
                   INDEXED BY WRK-IDX-PGM.
               10  WRK-PGM-NOME          PIC X(08).
               10  WRK-PGM-INFO          PIC 9(05).
               10  WRK-PGM-AVISOS        PIC 9(05).
               10  WRK-PGM-ERROS         PIC 9(05).

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(42) VALUE
               'RELATORIO DA MANHA - SITUACAO DO BATCH EM '.
           05  WRK-CAB-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CAB-DRIVER.
           05  WRK-CDR-DRIVER           PIC X(08).
           05  FILLER                   PIC X(10) VALUE
               ' - ULTIMA '.
           05  WRK-CDR-ROTULO           PIC X(12).
           05  WRK-CDR-CHAVE            PIC X(10).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  WRK-CDR-EXECUCOES        PIC Z9.
           05  FILLER                   PIC X(14) VALUE
               ' EXECUCAO(OES)'.

       01  WRK-DATA-FORMATADA.
           05  WRK-DFM-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DFM-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DFM-ANO              PIC 9(04).

       01  WRK-COMPETENCIA-FORMATADA.
           05  WRK-CFM-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CFM-ANO              PIC 9(04).

       01  WRK-CABECALHO-ETAPAS.
           05  FILLER                   PIC X(41) VALUE
               'ETAPA    SITUACAO      INICIO   FIM      '.
           05  FILLER                   PIC X(39) VALUE
               '  DUR(S)  MED(S) ALERTA'.

       01  WRK-LINHA-ETAPA.
           05  WRK-ETA-NOME             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ETA-SITUACAO         PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ETA-INICIO           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ETA-FIM              PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-ETA-DURACAO          PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-ETA-MEDIA            PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ETA-ALERTA           PIC X(20).

       01  WRK-CAB-RUNLOG.
           05  FILLER                   PIC X(38) VALUE
               'RUNLOG - MENSAGENS POR PROGRAMA DESDE '.
           05  WRK-CRL-DATA             PIC X(10).

       01  WRK-CABECALHO-RUNLOG.
           05  FILLER                   PIC X(41) VALUE
               'PROGRAMA    INFORM.   AVISOS    ERROS ALE'.
           05  FILLER                   PIC X(04) VALUE
               'RTA'.

       01  WRK-LINHA-PROGRAMA.
           05  WRK-PRG-NOME             PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-PRG-INFO             PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-PRG-AVISOS           PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-PRG-ERROS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-PRG-ALERTA           PIC X(20).

       01  WRK-LINHA-MENSAGEM           PIC X(80).

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(30) VALUE
               'TOTAL DE ALERTAS.............'.
           05  WRK-TOT-ALERTAS          PIC ZZZ9.

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '='.
       01  WRK-LINHA-BRANCO             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR-FECHDIA
                   THRU 0200-PROCESSAR-FECHDIA-EXIT
               PERFORM 0250-VERIFICAR-DIAS
                   THRU 0250-VERIFICAR-DIAS-EXIT
               PERFORM 0300-PROCESSAR-FECHMES
                   THRU 0300-PROCESSAR-FECHMES-EXIT
               PERFORM 0350-VERIFICAR-MES-ANTERIOR
                   THRU 0350-VERIFICAR-MES-ANTERIOR-EXIT
               PERFORM 0600-PROCESSAR-RUNLOG
                   THRU 0600-PROCESSAR-RUNLOG-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PARAMETRO THRU 0110-LER-PARAMETRO-EXIT.
      *    JANELA DE VERIFICACAO DO FECHDIA: OS ULTIMOS N DIAS,
      *    TERMINANDO HOJE.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-VARRE.
           PERFORM 0580-DIA-ANTERIOR THRU 0580-DIA-ANTERIOR-EXIT
               WRK-DIAS-JANELA TIMES.
           PERFORM 0570-PROXIMO-DIA THRU 0570-PROXIMO-DIA-EXIT.
           MOVE WRK-DATA-VARRE TO WRK-DATA-JANELA.
           MOVE WRK-DATA-JANELA TO WRK-DATA-INICIO-LOG.
      *    COMPETENCIA QUE JA DEVERIA ESTAR FECHADA NO MESCTL.
           MOVE WRK-ANOSYS TO WRK-CPA-ANO.
           IF WRK-MESSYS > 01
               COMPUTE WRK-CPA-MES = WRK-MESSYS - 1
           ELSE
               MOVE 12 TO WRK-CPA-MES
               SUBTRACT 1 FROM WRK-CPA-ANO
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PLANTAO: ERRO AO ABRIR PLANTREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
           MOVE WRK-DIASYS TO WRK-CAB-DIA.
           MOVE WRK-MESSYS TO WRK-CAB-MES.
           MOVE WRK-ANOSYS TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
       0100-INICIALIZAR-EXIT.
           EXIT.

       0110-LER-PARAMETRO.
           OPEN INPUT PARAMETRO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               GO TO 0110-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAMETRO-ARQ
               AT END
                   MOVE '10' TO WRK-FS-PRM
           END-READ.
           CLOSE PARAMETRO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               GO TO 0110-LER-PARAMETRO-EXIT
           END-IF.
           IF PRM-MARGEM IS NUMERIC
               MOVE PRM-MARGEM TO WRK-MARGEM
           END-IF.
           IF PRM-FOLGA IS NUMERIC
               MOVE PRM-FOLGA TO WRK-FOLGA
           END-IF.
           IF PRM-DIAS IS NUMERIC
               AND PRM-DIAS > ZEROS
               AND PRM-DIAS NOT > 31
               MOVE PRM-DIAS TO WRK-DIAS-JANELA
           END-IF.
       0110-LER-PARAMETRO-EXIT.
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
      * FECHDIA: A PRIMEIRA LEITURA DO FECHCTL ACHA O ULTIMO *
      * DIA GRAVADO E OS DIAS DA JANELA QUE TEM CONTROLE; A  *
      * SEGUNDA MONTA A SITUACAO DAS ETAPAS NAQUELE DIA E A  *
      * MEDIA DAS EXECUCOES OK DOS DIAS ANTERIORES.          *
      *----------------------------------------------------*
       0200-PROCESSAR-FECHDIA.
           MOVE WRK-LISTA-FECHDIA TO WRK-LISTA-ESPERADA.
           MOVE WRK-QTD-LISTA-FECHDIA TO WRK-QTD-ESPERADAS.
           PERFORM 0400-PREPARAR-ETAPAS THRU 0400-PREPARAR-ETAPAS-EXIT.
           OPEN INPUT FECHCTL-ARQ.
           IF WRK-FS-CTD NOT = '00'
               MOVE WRK-FS-CTD TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               MOVE SPACES TO WRK-LINHA-MENSAGEM
               STRING '>>  FECHCTL INDISPONIVEL - '
                   WRK-MSG-ERRO-ENCONTRADA
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               ADD 1 TO WRK-QTD-ALERTAS
               GO TO 0200-PROCESSAR-FECHDIA-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CTD = '10'
               READ FECHCTL-ARQ
                   AT END MOVE '10' TO WRK-FS-CTD
                   NOT AT END
                       MOVE CTD-DATA TO WRK-ULTIMA-DATA
                       IF CTD-DATA NOT < WRK-DATA-JANELA
                           PERFORM 0230-GUARDAR-DATA
                               THRU 0230-GUARDAR-DATA-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHCTL-ARQ.
           IF WRK-ULTIMA-DATA = ZEROS
               MOVE '>>  FECHCTL VAZIO - NENHUMA EXECUCAO DO FECHDIA'
                   TO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               ADD 1 TO WRK-QTD-ALERTAS
               GO TO 0200-PROCESSAR-FECHDIA-EXIT
           END-IF.
           MOVE WRK-ULTIMA-DATA TO WRK-DATA-INICIO-LOG.
           OPEN INPUT FECHCTL-ARQ.
           PERFORM UNTIL WRK-FS-CTD = '10'
               READ FECHCTL-ARQ
                   AT END MOVE '10' TO WRK-FS-CTD
                   NOT AT END
                       MOVE CTD-ETAPA TO WRK-RGE-ETAPA
                       MOVE CTD-HORA-INICIO TO WRK-RGE-INICIO
                       MOVE CTD-HORA-FIM TO WRK-RGE-FIM
                       MOVE CTD-RESULTADO TO WRK-RGE-RESULTADO
                       IF CTD-DATA = WRK-ULTIMA-DATA
                           PERFORM 0410-REGISTRAR-ULTIMA
                               THRU 0410-REGISTRAR-ULTIMA-EXIT
                       ELSE
                           PERFORM 0420-REGISTRAR-HISTORICO
                               THRU 0420-REGISTRAR-HISTORICO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHCTL-ARQ.
           MOVE 'FECHDIA' TO WRK-CDR-DRIVER.
           MOVE 'EXECUCAO EM ' TO WRK-CDR-ROTULO.
           MOVE WRK-ULTIMA-DATA TO WRK-DATA-VARRE.
           MOVE WRK-VAR-DIA TO WRK-DFM-DIA.
           MOVE WRK-VAR-MES TO WRK-DFM-MES.
           MOVE WRK-VAR-ANO TO WRK-DFM-ANO.
           MOVE WRK-DATA-FORMATADA TO WRK-CDR-CHAVE.
           PERFORM 0500-IMPRIMIR-ETAPAS THRU 0500-IMPRIMIR-ETAPAS-EXIT.
       0200-PROCESSAR-FECHDIA-EXIT.
           EXIT.

       0230-GUARDAR-DATA.
           IF WRK-QTD-DATAS > ZEROS
               IF WRK-DTC-DATA(WRK-QTD-DATAS) = CTD-DATA
                   GO TO 0230-GUARDAR-DATA-EXIT
               END-IF
           END-IF.
           IF WRK-QTD-DATAS < 40
               ADD 1 TO WRK-QTD-DATAS
               MOVE CTD-DATA TO WRK-DTC-DATA(WRK-QTD-DATAS)
           END-IF.
       0230-GUARDAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DIA UTIL DA JANELA SEM NENHUM REGISTRO DO FECHDIA E  *
      * EXECUCAO ESPERADA QUE NAO ACONTECEU.                 *
      *----------------------------------------------------*
       0250-VERIFICAR-DIAS.
           MOVE WRK-DATA-JANELA TO WRK-DATA-VARRE.
           PERFORM 0260-VERIFICAR-DIA THRU 0260-VERIFICAR-DIA-EXIT
               UNTIL WRK-DATA-VARRE > WRK-DATA-SISTEMA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
       0250-VERIFICAR-DIAS-EXIT.
           EXIT.

       0260-VERIFICAR-DIA.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           IF NOT WRK-DU-DIA-UTIL
               GO TO 0260-VERIFICAR-DIA-PROXIMO
           END-IF.
           SET WRK-SW-ETAPA TO 'N'.
           IF WRK-QTD-DATAS > ZEROS
               SET WRK-IDX-DTC TO 1
               SEARCH WRK-DTC
                   AT END
                       CONTINUE
                   WHEN WRK-DTC-DATA(WRK-IDX-DTC) = WRK-DATA-VARRE
                       SET WRK-ETAPA-ACHADA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WRK-ETAPA-ACHADA
               MOVE WRK-VAR-DIA TO WRK-DFM-DIA
               MOVE WRK-VAR-MES TO WRK-DFM-MES
               MOVE WRK-VAR-ANO TO WRK-DFM-ANO
               MOVE SPACES TO WRK-LINHA-MENSAGEM
               STRING '>>  FECHDIA NAO EXECUTADO NO DIA UTIL '
                   WRK-DATA-FORMATADA
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               ADD 1 TO WRK-QTD-ALERTAS
           END-IF.
       0260-VERIFICAR-DIA-PROXIMO.
           PERFORM 0570-PROXIMO-DIA THRU 0570-PROXIMO-DIA-EXIT.
       0260-VERIFICAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FECHMES: MESMO TRATAMENTO DO FECHDIA, COM A ULTIMA   *
      * COMPETENCIA GRAVADA NO MESCTL NO LUGAR DO ULTIMO     *
      * DIA. A PRIMEIRA LEITURA TAMBEM VERIFICA SE A         *
      * COMPETENCIA ANTERIOR CHEGOU AO FIM DA CADEIA.        *
      *----------------------------------------------------*
       0300-PROCESSAR-FECHMES.
           MOVE WRK-LISTA-FECHMES TO WRK-LISTA-ESPERADA.
           MOVE WRK-QTD-LISTA-FECHMES TO WRK-QTD-ESPERADAS.
           PERFORM 0400-PREPARAR-ETAPAS THRU 0400-PREPARAR-ETAPAS-EXIT.
           OPEN INPUT MESCTL-ARQ.
           IF WRK-FS-CTM NOT = '00'
               MOVE WRK-FS-CTM TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               MOVE SPACES TO WRK-LINHA-MENSAGEM
               STRING '>>  MESCTL INDISPONIVEL - '
                   WRK-MSG-ERRO-ENCONTRADA
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               GO TO 0300-PROCESSAR-FECHMES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CTM = '10'
               READ MESCTL-ARQ
                   AT END MOVE '10' TO WRK-FS-CTM
                   NOT AT END
                       MOVE CTM-COMPETENCIA TO WRK-ULTIMA-COMPETENCIA
                       IF CTM-COMPETENCIA = WRK-COMPETENCIA-ANTERIOR
                           SET WRK-MES-ANTERIOR-ACHADO TO TRUE
                           IF CTM-ETAPA =
                                   WRK-ESPERADA(WRK-QTD-ESPERADAS)
                               AND CTM-RESULTADO = 'OK'
                               SET WRK-MES-ANTERIOR-CONCLUIDO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESCTL-ARQ.
           IF WRK-ULTIMA-COMPETENCIA = ZEROS
               MOVE '>>  MESCTL VAZIO - NENHUMA EXECUCAO DO FECHMES'
                   TO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               GO TO 0300-PROCESSAR-FECHMES-EXIT
           END-IF.
           OPEN INPUT MESCTL-ARQ.
           PERFORM UNTIL WRK-FS-CTM = '10'
               READ MESCTL-ARQ
                   AT END MOVE '10' TO WRK-FS-CTM
                   NOT AT END
                       MOVE CTM-ETAPA TO WRK-RGE-ETAPA
                       MOVE CTM-HORA-INICIO TO WRK-RGE-INICIO
                       MOVE CTM-HORA-FIM TO WRK-RGE-FIM
                       MOVE CTM-RESULTADO TO WRK-RGE-RESULTADO
                       IF CTM-COMPETENCIA = WRK-ULTIMA-COMPETENCIA
                           PERFORM 0410-REGISTRAR-ULTIMA
                               THRU 0410-REGISTRAR-ULTIMA-EXIT
                       ELSE
                           PERFORM 0420-REGISTRAR-HISTORICO
                               THRU 0420-REGISTRAR-HISTORICO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESCTL-ARQ.
           MOVE 'FECHMES' TO WRK-CDR-DRIVER.
           MOVE 'COMPETENCIA ' TO WRK-CDR-ROTULO.
           MOVE WRK-ULTIMA-COMPETENCIA(5:2) TO WRK-CFM-MES.
           MOVE WRK-ULTIMA-COMPETENCIA(1:4) TO WRK-CFM-ANO.
           MOVE WRK-COMPETENCIA-FORMATADA TO WRK-CDR-CHAVE.
           PERFORM 0500-IMPRIMIR-ETAPAS THRU 0500-IMPRIMIR-ETAPAS-EXIT.
       0300-PROCESSAR-FECHMES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * A COMPETENCIA ANTERIOR A DE HOJE JA DEVERIA TER      *
      * PASSADO PELA CADEIA INTEIRA DO FECHMES.              *
      *----------------------------------------------------*
       0350-VERIFICAR-MES-ANTERIOR.
           MOVE WRK-CPA-MES TO WRK-CFM-MES.
           MOVE WRK-CPA-ANO TO WRK-CFM-ANO.
           IF WRK-MES-ANTERIOR-CONCLUIDO
               GO TO 0350-VERIFICAR-MES-ANTERIOR-FIM
           END-IF.
           MOVE SPACES TO WRK-LINHA-MENSAGEM.
           IF WRK-MES-ANTERIOR-ACHADO
               STRING '>>  FECHMES DA COMPETENCIA '
                   WRK-COMPETENCIA-FORMATADA ' NAO CONCLUIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
           ELSE
               STRING '>>  FECHMES DA COMPETENCIA '
                   WRK-COMPETENCIA-FORMATADA ' NAO EXECUTADO'
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM.
           ADD 1 TO WRK-QTD-ALERTAS.
       0350-VERIFICAR-MES-ANTERIOR-FIM.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
       0350-VERIFICAR-MES-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA A TABELA DE ETAPAS COM AS ETAPAS ESPERADAS DO  *
      * DRIVER, NA ORDEM DA CADEIA.                          *
      *----------------------------------------------------*
       0400-PREPARAR-ETAPAS.
           MOVE ZEROS TO WRK-QTD-ETAPAS.
           MOVE ZEROS TO WRK-QTD-EXECUCOES.
           MOVE 99 TO WRK-POS-ANTERIOR.
           PERFORM 0405-INCLUIR-ESPERADA
               THRU 0405-INCLUIR-ESPERADA-EXIT
               VARYING WRK-IDX-ESPERADA FROM 1 BY 1
               UNTIL WRK-IDX-ESPERADA > WRK-QTD-ESPERADAS.
       0400-PREPARAR-ETAPAS-EXIT.
           EXIT.

       0405-INCLUIR-ESPERADA.
           MOVE WRK-ESPERADA(WRK-IDX-ESPERADA) TO WRK-RGE-ETAPA.
           PERFORM 0407-INCLUIR-ETAPA THRU 0407-INCLUIR-ETAPA-EXIT.
       0405-INCLUIR-ESPERADA-EXIT.
           EXIT.

       0407-INCLUIR-ETAPA.
           ADD 1 TO WRK-QTD-ETAPAS.
           SET WRK-IDX-ETP TO WRK-QTD-ETAPAS.
           MOVE WRK-RGE-ETAPA TO WRK-ETP-NOME(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-EXECUCAO(WRK-IDX-ETP).
           MOVE SPACES TO WRK-ETP-RESULTADO(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-INICIO(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-FIM(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-TENTATIVAS(WRK-IDX-ETP).
           MOVE 'N' TO WRK-ETP-SW-OK(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-QTD-HIST(WRK-IDX-ETP).
           MOVE ZEROS TO WRK-ETP-PROX-HIST(WRK-IDX-ETP).
       0407-INCLUIR-ETAPA-EXIT.
           EXIT.

       0409-LOCALIZAR-ETAPA.
           SET WRK-SW-ETAPA TO 'N'.
           SET WRK-IDX-ETP TO 1.
           SEARCH WRK-ETP
               AT END
                   CONTINUE
               WHEN WRK-ETP-NOME(WRK-IDX-ETP) = WRK-RGE-ETAPA
                   SET WRK-ETAPA-ACHADA TO TRUE
           END-SEARCH.
       0409-LOCALIZAR-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REGISTRO DA ULTIMA EXECUCAO: ETAPA QUE NAO VEM DEPOIS *
      * DA ANTERIOR NA ORDEM DA CADEIA ABRE UMA NOVA          *
      * EXECUCAO (REEXECUCAO DO DRIVER NO MESMO DIA OU NA     *
      * MESMA COMPETENCIA). ETAPA FORA DA LISTA ESPERADA ENTRA *
      * NO FIM DA TABELA.                                     *
      *----------------------------------------------------*
       0410-REGISTRAR-ULTIMA.
           PERFORM 0409-LOCALIZAR-ETAPA
               THRU 0409-LOCALIZAR-ETAPA-EXIT.
           IF NOT WRK-ETAPA-ACHADA
               IF WRK-QTD-ETAPAS NOT < 30
                   GO TO 0410-REGISTRAR-ULTIMA-EXIT
               END-IF
               PERFORM 0407-INCLUIR-ETAPA THRU 0407-INCLUIR-ETAPA-EXIT
           END-IF.
           SET WRK-POS-ETAPA TO WRK-IDX-ETP.
           IF WRK-POS-ETAPA NOT > WRK-POS-ANTERIOR
               ADD 1 TO WRK-QTD-EXECUCOES
           END-IF.
           MOVE WRK-POS-ETAPA TO WRK-POS-ANTERIOR.
           MOVE WRK-QTD-EXECUCOES TO WRK-ETP-EXECUCAO(WRK-IDX-ETP).
           MOVE WRK-RGE-RESULTADO TO WRK-ETP-RESULTADO(WRK-IDX-ETP).
           MOVE WRK-RGE-INICIO TO WRK-ETP-INICIO(WRK-IDX-ETP).
           MOVE WRK-RGE-FIM TO WRK-ETP-FIM(WRK-IDX-ETP).
           ADD 1 TO WRK-ETP-TENTATIVAS(WRK-IDX-ETP).
           IF WRK-RGE-RESULTADO = 'OK'
               MOVE 'S' TO WRK-ETP-SW-OK(WRK-IDX-ETP)
           END-IF.
       0410-REGISTRAR-ULTIMA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EXECUCAO OK DE UM DIA/COMPETENCIA ANTERIOR: ENTRA NA *
      * FILA DAS 10 ULTIMAS DURACOES DA ETAPA.               *
      *----------------------------------------------------*
       0420-REGISTRAR-HISTORICO.
           IF WRK-RGE-RESULTADO NOT = 'OK'
               GO TO 0420-REGISTRAR-HISTORICO-EXIT
           END-IF.
           PERFORM 0409-LOCALIZAR-ETAPA
               THRU 0409-LOCALIZAR-ETAPA-EXIT.
           IF NOT WRK-ETAPA-ACHADA
               GO TO 0420-REGISTRAR-HISTORICO-EXIT
           END-IF.
           PERFORM 0430-CALCULAR-DURACAO
               THRU 0430-CALCULAR-DURACAO-EXIT.
           ADD 1 TO WRK-ETP-PROX-HIST(WRK-IDX-ETP).
           IF WRK-ETP-PROX-HIST(WRK-IDX-ETP) > 10
               MOVE 1 TO WRK-ETP-PROX-HIST(WRK-IDX-ETP)
           END-IF.
           SET WRK-IDX-HIST TO WRK-ETP-PROX-HIST(WRK-IDX-ETP).
           MOVE WRK-DURACAO
               TO WRK-ETP-DUR-HIST(WRK-IDX-ETP, WRK-IDX-HIST).
           IF WRK-ETP-QTD-HIST(WRK-IDX-ETP) < 10
               ADD 1 TO WRK-ETP-QTD-HIST(WRK-IDX-ETP)
           END-IF.
       0420-REGISTRAR-HISTORICO-EXIT.
           EXIT.

       0430-CALCULAR-DURACAO.
           MOVE WRK-RGE-INICIO TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEG-INICIO = WRK-HCL-HH * 3600
               + WRK-HCL-MM * 60 + WRK-HCL-SS.
           MOVE WRK-RGE-FIM TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEG-FIM = WRK-HCL-HH * 3600
               + WRK-HCL-MM * 60 + WRK-HCL-SS.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               ADD 86400 TO WRK-SEG-FIM
           END-IF.
           COMPUTE WRK-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO.
       0430-CALCULAR-DURACAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME O BLOCO DO DRIVER: CABECALHO E UMA LINHA POR *
      * ETAPA, COM OS DESTAQUES.                             *
      *----------------------------------------------------*
       0500-IMPRIMIR-ETAPAS.
           MOVE WRK-QTD-EXECUCOES TO WRK-CDR-EXECUCOES.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-DRIVER.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-ETAPAS.
           PERFORM 0510-IMPRIMIR-ETAPA THRU 0510-IMPRIMIR-ETAPA-EXIT
               VARYING WRK-IDX-ETP FROM 1 BY 1
               UNTIL WRK-IDX-ETP > WRK-QTD-ETAPAS.
       0500-IMPRIMIR-ETAPAS-EXIT.
           EXIT.

       0510-IMPRIMIR-ETAPA.
           MOVE WRK-ETP-NOME(WRK-IDX-ETP) TO WRK-ETA-NOME.
           MOVE SPACES TO WRK-ETA-INICIO.
           MOVE SPACES TO WRK-ETA-FIM.
           MOVE ZEROS TO WRK-ETA-DURACAO.
           MOVE ZEROS TO WRK-ETA-MEDIA.
           MOVE SPACES TO WRK-ETA-ALERTA.
           IF WRK-ETP-TENTATIVAS(WRK-IDX-ETP) = ZEROS
               MOVE 'NAO EXECUTADA' TO WRK-ETA-SITUACAO
               MOVE '*** PENDENTE' TO WRK-ETA-ALERTA
               ADD 1 TO WRK-QTD-ALERTAS
               GO TO 0510-IMPRIMIR-ETAPA-GRAVAR
           END-IF.
           EVALUATE TRUE
               WHEN WRK-ETP-EXECUCAO(WRK-IDX-ETP)
                       NOT = WRK-QTD-EXECUCOES
                   AND WRK-ETP-JA-OK(WRK-IDX-ETP)
                   MOVE 'PULADA-JA OK' TO WRK-ETA-SITUACAO
               WHEN WRK-ETP-EXECUCAO(WRK-IDX-ETP)
                       NOT = WRK-QTD-EXECUCOES
                   MOVE 'NAO EXECUTADA' TO WRK-ETA-SITUACAO
                   MOVE '*** PENDENTE' TO WRK-ETA-ALERTA
                   ADD 1 TO WRK-QTD-ALERTAS
               WHEN WRK-ETP-RESULTADO(WRK-IDX-ETP) NOT = 'OK'
                   MOVE 'FALHOU' TO WRK-ETA-SITUACAO
                   MOVE '*** FALHOU' TO WRK-ETA-ALERTA
                   ADD 1 TO WRK-QTD-ALERTAS
               WHEN WRK-ETP-TENTATIVAS(WRK-IDX-ETP) > 1
                   MOVE 'OK-REEXECUCAO' TO WRK-ETA-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-ETA-SITUACAO
           END-EVALUATE.
           MOVE WRK-ETP-INICIO(WRK-IDX-ETP) TO WRK-HORA-CALCULO.
           MOVE WRK-HCL-HH TO WRK-HFM-HH.
           MOVE WRK-HCL-MM TO WRK-HFM-MM.
           MOVE WRK-HCL-SS TO WRK-HFM-SS.
           MOVE WRK-HORA-FORMATADA TO WRK-ETA-INICIO.
           MOVE WRK-ETP-FIM(WRK-IDX-ETP) TO WRK-HORA-CALCULO.
           MOVE WRK-HCL-HH TO WRK-HFM-HH.
           MOVE WRK-HCL-MM TO WRK-HFM-MM.
           MOVE WRK-HCL-SS TO WRK-HFM-SS.
           MOVE WRK-HORA-FORMATADA TO WRK-ETA-FIM.
           MOVE WRK-ETP-INICIO(WRK-IDX-ETP) TO WRK-RGE-INICIO.
           MOVE WRK-ETP-FIM(WRK-IDX-ETP) TO WRK-RGE-FIM.
           PERFORM 0430-CALCULAR-DURACAO
               THRU 0430-CALCULAR-DURACAO-EXIT.
           MOVE WRK-DURACAO TO WRK-ETA-DURACAO.
           IF WRK-ETP-QTD-HIST(WRK-IDX-ETP) = ZEROS
               GO TO 0510-IMPRIMIR-ETAPA-GRAVAR
           END-IF.
           MOVE ZEROS TO WRK-SOMA-HIST.
           PERFORM 0520-SOMAR-HISTORICO
               THRU 0520-SOMAR-HISTORICO-EXIT
               VARYING WRK-IDX-HIST FROM 1 BY 1
               UNTIL WRK-IDX-HIST > WRK-ETP-QTD-HIST(WRK-IDX-ETP).
           DIVIDE WRK-SOMA-HIST BY WRK-ETP-QTD-HIST(WRK-IDX-ETP)
               GIVING WRK-MEDIA ROUNDED.
           MOVE WRK-MEDIA TO WRK-ETA-MEDIA.
      *    SO A ETAPA QUE TERMINOU OK E COMPARADA COM A MEDIA - A
      *    QUE FALHOU JA ESTA DESTACADA.
           IF WRK-ETA-ALERTA NOT = SPACES
               OR WRK-ETP-RESULTADO(WRK-IDX-ETP) NOT = 'OK'
               GO TO 0510-IMPRIMIR-ETAPA-GRAVAR
           END-IF.
           COMPUTE WRK-LIMITE = WRK-MEDIA * (100 + WRK-MARGEM) / 100.
           IF WRK-DURACAO > WRK-LIMITE
               AND WRK-DURACAO - WRK-MEDIA NOT < WRK-FOLGA
               MOVE '*** ACIMA DA MEDIA' TO WRK-ETA-ALERTA
               ADD 1 TO WRK-QTD-ALERTAS
           END-IF.
       0510-IMPRIMIR-ETAPA-GRAVAR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ETAPA.
       0510-IMPRIMIR-ETAPA-EXIT.
           EXIT.

       0520-SOMAR-HISTORICO.
           ADD WRK-ETP-DUR-HIST(WRK-IDX-ETP, WRK-IDX-HIST)
               TO WRK-SOMA-HIST.
       0520-SOMAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO E FEVEREIRO BISSEXTO (MESMO CALCULO DO  *
      * 0570-PROXIMO-DIA DO CPLANCA).                        *
      *----------------------------------------------------*
       0570-PROXIMO-DIA.
           PERFORM 0590-ULTIMO-DIA-MES THRU 0590-ULTIMO-DIA-MES-EXIT.
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
       0570-PROXIMO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RECUA A DATA DE VARREDURA EM UM DIA: NO DIA 1, VAI   *
      * PARA O ULTIMO DIA DO MES (OU ANO) ANTERIOR.          *
      *----------------------------------------------------*
       0580-DIA-ANTERIOR.
           IF WRK-VAR-DIA > 01
               SUBTRACT 1 FROM WRK-VAR-DIA
               GO TO 0580-DIA-ANTERIOR-EXIT
           END-IF.
           IF WRK-VAR-MES > 01
               SUBTRACT 1 FROM WRK-VAR-MES
           ELSE
               MOVE 12 TO WRK-VAR-MES
               SUBTRACT 1 FROM WRK-VAR-ANO
           END-IF.
           PERFORM 0590-ULTIMO-DIA-MES THRU 0590-ULTIMO-DIA-MES-EXIT.
           MOVE WRK-ULTIMO-DIA-MES TO WRK-VAR-DIA.
       0580-DIA-ANTERIOR-EXIT.
           EXIT.

       0590-ULTIMO-DIA-MES.
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
       0590-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RUNLOG: CONTA POR PROGRAMA AS MENSAGENS DESDE O DIA  *
      * DA ULTIMA EXECUCAO DO FECHDIA (SEM ELA, DESDE O      *
      * INICIO DA JANELA). PROGRAMA COM ERRO E DESTACADO.    *
      *----------------------------------------------------*
       0600-PROCESSAR-RUNLOG.
           MOVE WRK-DATA-INICIO-LOG TO WRK-DATA-VARRE.
           MOVE WRK-VAR-DIA TO WRK-DFM-DIA.
           MOVE WRK-VAR-MES TO WRK-DFM-MES.
           MOVE WRK-VAR-ANO TO WRK-DFM-ANO.
           MOVE WRK-DATA-FORMATADA TO WRK-CRL-DATA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-RUNLOG.
           OPEN INPUT RUNLOG-ARQ.
           IF WRK-FS-LOG NOT = '00'
               MOVE WRK-FS-LOG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               MOVE SPACES TO WRK-LINHA-MENSAGEM
               STRING '>>  RUNLOG INDISPONIVEL - '
                   WRK-MSG-ERRO-ENCONTRADA
                   DELIMITED BY SIZE INTO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               ADD 1 TO WRK-QTD-ALERTAS
               GO TO 0600-PROCESSAR-RUNLOG-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-LOG = '10'
               READ RUNLOG-ARQ
                   AT END MOVE '10' TO WRK-FS-LOG
                   NOT AT END
                       IF LOG-DATA NOT < WRK-DATA-INICIO-LOG
                           PERFORM 0610-CONTAR-LOG
                               THRU 0610-CONTAR-LOG-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-RUNLOG.
           IF WRK-QTD-PROGRAMAS = ZEROS
               MOVE 'NENHUMA MENSAGEM NO PERIODO'
                   TO WRK-LINHA-MENSAGEM
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               GO TO 0600-PROCESSAR-RUNLOG-EXIT
           END-IF.
           PERFORM 0620-IMPRIMIR-PROGRAMA
               THRU 0620-IMPRIMIR-PROGRAMA-EXIT
               VARYING WRK-IDX-PGM FROM 1 BY 1
               UNTIL WRK-IDX-PGM > WRK-QTD-PROGRAMAS.
       0600-PROCESSAR-RUNLOG-EXIT.
           EXIT.

       0610-CONTAR-LOG.
           SET WRK-IDX-PGM TO 1.
           SEARCH WRK-PGM
               AT END
                   IF WRK-QTD-PROGRAMAS NOT < 100
                       GO TO 0610-CONTAR-LOG-EXIT
                   END-IF
                   ADD 1 TO WRK-QTD-PROGRAMAS
                   SET WRK-IDX-PGM TO WRK-QTD-PROGRAMAS
                   MOVE LOG-PROGRAMA TO WRK-PGM-NOME(WRK-IDX-PGM)
                   MOVE ZEROS TO WRK-PGM-INFO(WRK-IDX-PGM)
                   MOVE ZEROS TO WRK-PGM-AVISOS(WRK-IDX-PGM)
                   MOVE ZEROS TO WRK-PGM-ERROS(WRK-IDX-PGM)
               WHEN WRK-PGM-NOME(WRK-IDX-PGM) = LOG-PROGRAMA
                   CONTINUE
           END-SEARCH.
           EVALUATE LOG-SEVERIDADE
               WHEN 'A'
                   ADD 1 TO WRK-PGM-AVISOS(WRK-IDX-PGM)
               WHEN 'E'
                   ADD 1 TO WRK-PGM-ERROS(WRK-IDX-PGM)
               WHEN OTHER
                   ADD 1 TO WRK-PGM-INFO(WRK-IDX-PGM)
           END-EVALUATE.
       0610-CONTAR-LOG-EXIT.
           EXIT.

       0620-IMPRIMIR-PROGRAMA.
           MOVE WRK-PGM-NOME(WRK-IDX-PGM) TO WRK-PRG-NOME.
           MOVE WRK-PGM-INFO(WRK-IDX-PGM) TO WRK-PRG-INFO.
           MOVE WRK-PGM-AVISOS(WRK-IDX-PGM) TO WRK-PRG-AVISOS.
           MOVE WRK-PGM-ERROS(WRK-IDX-PGM) TO WRK-PRG-ERROS.
           MOVE SPACES TO WRK-PRG-ALERTA.
           IF WRK-PGM-ERROS(WRK-IDX-PGM) > ZEROS
               MOVE '*** ERROS' TO WRK-PRG-ALERTA
               ADD 1 TO WRK-QTD-ALERTAS
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PROGRAMA.
       0620-IMPRIMIR-PROGRAMA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR
               MOVE WRK-QTD-ALERTAS TO WRK-TOT-ALERTAS
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL
               CLOSE RELATORIO-ARQ
               IF WRK-QTD-ALERTAS > ZEROS
                   DISPLAY 'PLANTAO: ' WRK-QTD-ALERTAS
                       ' ALERTA(S) NO BATCH - VER PLANTREL'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'PLANTAO: BATCH SEM ALERTAS'
               END-IF
           ELSE
               DISPLAY 'PLANTAO: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFECHA.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: FECHAMENTO CONTABIL DO PERIODO. LE O GLFILE
      * INTEIRO (ACRESCENTADO PELO GLPOST, GLFOLHA, TAXAREL,
      * GLVENDAS E DEMAIS) E FECHA A COMPETENCIA DO CARTAO
      * GLCOMP (AAAAMM, OBRIGATORIO). OS LANCAMENTOS SAO
      * TRATADOS POR LOTE: A SEQUENCIA CONTIGUA DE REGISTROS
      * COM A MESMA ORIGEM (GLF-ORIGEM) E A MESMA DATA, COMO
      * CADA PROGRAMA GRAVA. O LOTE E RECUSADO (GLREJ, COM O
      * MOTIVO) QUANDO:
      *   - REPETE ORIGEM + DATA DE UM LOTE JA LIDO NESTA
      *     EXECUCAO COM A MESMA QUANTIDADE E O MESMO VALOR
      *     (LOTE GRAVADO DUAS VEZES POR UMA REEXECUCAO);
      *   - TEM DATA EM PERIODO JA FECHADO (LANCAMENTO TARDIO);
      *   - LANCA EM CONTA FORA DO PLANO DE CONTAS (PLCONTAS,
      *     VER PLCTREG.COB) OU INATIVA.
      * MESMA ORIGEM + DATA COM CONTEUDO DIFERENTE E ACEITA COM
      * AVISO (DEPARTAMENTOS SAO ORIGEM DE MAIS DE UM
      * PROGRAMA). LOTE COM DATA POSTERIOR A COMPETENCIA FICA
      * PARA O PROXIMO FECHAMENTO. OS LOTES ACEITOS ALIMENTAM O
      * BALANCETE POR CONTA (GLBALAN: DEBITOS, CREDITOS E
      * SALDO, NA ORDEM DO PLANO) E O ARQUIVO DE IMPORTACAO DO
      * SISTEMA CONTABIL (GLEXPORT: CABECALHO, UM REGISTRO POR
      * LANCAMENTO E TRAILER COM QUANTIDADE E TOTAIS).
      * COM DEBITOS = CREDITOS, O PERIODO E TRANCADO NO
      * CONTROLE GLPERCTL (ULTIMA COMPETENCIA FECHADA) E OS
      * LOTES LIDOS (ACEITOS E RECUSADOS) VAO PARA O REGISTRO
      * DE LOTES (GLLOTES) - NUM FECHAMENTO SEGUINTE, LOTE JA
      * REGISTRADO E IGNORADO E LOTE NOVO COM DATA ATE A
      * COMPETENCIA TRANCADA E RECUSADO. SEM CONFERIR, NADA E
      * TRANCADO, O GLEXPORT SAI VAZIO E O RETURN-CODE E 8.
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
           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT GLCOMP-ARQ ASSIGN TO 'GLCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT PLANO-ARQ ASSIGN TO 'PLCONTAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLC.

           SELECT CONTROLE-ARQ ASSIGN TO 'GLPERCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GPC.

           SELECT LOTES-ARQ ASSIGN TO 'GLLOTES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOT.

           SELECT REJEITADO-ARQ ASSIGN TO 'GLREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

           SELECT EXPORTA-ARQ ASSIGN TO 'GLEXPORT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXP.

           SELECT RELATORIO-ARQ ASSIGN TO 'GLBALAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
           05  GLF-CONTA               PIC 9(08).
           05  GLF-VALOR               PIC 9(09)V99.
           05  GLF-DATA                PIC 9(08).
           05  GLF-ORIGEM              PIC X(10).

       FD  GLCOMP-ARQ.
       01  WRK-REG-GLCOMP              PIC 9(06).

       FD  PLANO-ARQ.
           COPY 'PLCTREG.COB'.

      *    CONTROLE DE PERIODO TRANCADO: A ULTIMA COMPETENCIA
      *    FECHADA E A DATA DO FECHAMENTO.
       FD  CONTROLE-ARQ.
       01  WRK-REG-CONTROLE.
           05  GPC-COMPETENCIA         PIC 9(06).
           05  GPC-DATA-FECHAMENTO     PIC 9(08).

      *    REGISTRO DOS LOTES JA TRATADOS EM FECHAMENTOS
      *    ANTERIORES (ACRESCENTADO A CADA FECHAMENTO).
       FD  LOTES-ARQ.
       01  WRK-REG-LOTE.
           05  LOT-ORIGEM              PIC X(10).
           05  LOT-DATA                PIC 9(08).
           05  LOT-QTD                 PIC 9(06).
           05  LOT-TOTAL               PIC 9(11)V99.
           05  LOT-SITUACAO            PIC X(01).
               88  LOT-ACEITO                   VALUE 'F'.
               88  LOT-RECUSADO                 VALUE 'R'.
           05  LOT-COMPETENCIA         PIC 9(06).

       FD  REJEITADO-ARQ.
       01  WRK-REG-REJEITADO.
           05  REJ-TIPO                PIC X(01).
           05  REJ-CONTA               PIC 9(08).
           05  REJ-VALOR               PIC 9(09)V99.
           05  REJ-DATA                PIC 9(08).
           05  REJ-ORIGEM              PIC X(10).
           05  REJ-MOTIVO              PIC X(30).
           05  REJ-COMPETENCIA         PIC 9(06).

      *    LAYOUT DE IMPORTACAO DO SISTEMA CONTABIL: REGISTRO
      *    '0' (CABECALHO), '1' (LANCAMENTO, COM A CONTA DE
      *    DEBITO OU A DE CREDITO PREENCHIDA E A OUTRA ZERADA,
      *    DATA DDMMAAAA) E '9' (TRAILER), 80 POSICOES.
       FD  EXPORTA-ARQ.
       01  WRK-REG-EXP-CABECALHO.
           05  EXC-TIPO-REG            PIC X(01).
           05  EXC-COMPETENCIA         PIC 9(06).
           05  EXC-DATA-GERACAO        PIC 9(08).
           05  EXC-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(55).
       01  WRK-REG-EXP-LANCAMENTO.
           05  EXL-TIPO-REG            PIC X(01).
           05  EXL-DATA                PIC 9(08).
           05  EXL-CONTA-DEBITO        PIC 9(08).
           05  EXL-CONTA-CREDITO       PIC 9(08).
           05  EXL-VALOR               PIC 9(13)V99.
           05  EXL-HISTORICO           PIC X(30).
           05  EXL-LOTE                PIC 9(06).
           05  FILLER                  PIC X(04).
       01  WRK-REG-EXP-TRAILER.
           05  EXT-TIPO-REG            PIC X(01).
           05  EXT-QTD-LANCAMENTOS     PIC 9(08).
           05  EXT-TOTAL-DEBITOS       PIC 9(13)V99.
           05  EXT-TOTAL-CREDITOS      PIC 9(13)V99.
           05  FILLER                  PIC X(41).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PLC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GPC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-LOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EXP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-CONFERE              PIC X(01) VALUE 'N'.
           88  WRK-FECHAMENTO-CONFERE             VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).
       77  WRK-SISTEMA-AAAAMM           PIC 9(06) VALUE ZEROS.

       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       77  WRK-COMPET-AAAAMM            PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMA-FECHADA           PIC 9(06) VALUE ZEROS.

      *    DATA DO LOTE NAS DUAS ORDENS (AAAAMMDD DO GLFILE E
      *    DDMMAAAA DO SISTEMA CONTABIL).
       01  WRK-DATA-LOTE.
           05  WRK-DLT-ANO              PIC 9(04).
           05  WRK-DLT-MES              PIC 9(02).
           05  WRK-DLT-DIA              PIC 9(02).
       01  WRK-DATA-LOTE-AAAAMM REDEFINES WRK-DATA-LOTE.
           05  WRK-DLT-AAAAMM           PIC 9(06).
           05  FILLER                   PIC 9(02).
       01  WRK-DATA-EXPORTA.
           05  WRK-DEX-DIA              PIC 9(02).
           05  WRK-DEX-MES              PIC 9(02).
           05  WRK-DEX-ANO              PIC 9(04).

      *    PLANO DE CONTAS, COM O MOVIMENTO ACEITO DE CADA CONTA.
       77  WRK-QTD-CONTAS               PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05  WRK-CTA OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-CONTAS
                   INDEXED BY WRK-IDX-CTA.
               10  WRK-CTA-CONTA         PIC 9(08).
               10  WRK-CTA-DESCRICAO     PIC X(30).
               10  WRK-CTA-SITUACAO      PIC X(01).
               10  WRK-CTA-DEBITOS       PIC 9(11)V99.
               10  WRK-CTA-CREDITOS      PIC 9(11)V99.

      *    LOTES REGISTRADOS EM FECHAMENTOS ANTERIORES.
       77  WRK-QTD-REGISTRADOS          PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-REGISTRADOS.
           05  WRK-REG OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-REGISTRADOS
                   INDEXED BY WRK-IDX-REG.
               10  WRK-REG-ORIGEM        PIC X(10).
               10  WRK-REG-DATA          PIC 9(08).
               10  WRK-REG-QTD           PIC 9(06).
               10  WRK-REG-TOTAL         PIC 9(11)V99.

      *    LOTES TRATADOS NESTA EXECUCAO (ACEITOS 'F' E
      *    RECUSADOS 'R'), GRAVADOS NO GLLOTES SE O FECHAMENTO
      *    CONFERIR.
       77  WRK-QTD-LOTES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LOTES.
           05  WRK-LTE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-LOTES
                   INDEXED BY WRK-IDX-LTE.
               10  WRK-LTE-ORIGEM        PIC X(10).
               10  WRK-LTE-DATA          PIC 9(08).
               10  WRK-LTE-QTD           PIC 9(06).
               10  WRK-LTE-TOTAL         PIC 9(11)V99.
               10  WRK-LTE-SITUACAO      PIC X(01).

      *    LANCAMENTOS DO LOTE CORRENTE (ORIGEM + DATA).
       77  WRK-LOTE-ORIGEM              PIC X(10) VALUE SPACES.
       77  WRK-LOTE-DATA                PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-BUFFER               PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-BUFFER.
           05  WRK-BUF OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-BUFFER
                   INDEXED BY WRK-IDX-BUF.
               10  WRK-BUF-TIPO          PIC X(01).
               10  WRK-BUF-CONTA         PIC 9(08).
               10  WRK-BUF-VALOR         PIC 9(09)V99.
       77  WRK-QTD-FORA-BUFFER          PIC 9(06) VALUE ZEROS.

       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
       77  WRK-SITUACAO-LOTE            PIC X(01) VALUE SPACES.
       77  WRK-SW-MESMA-CHAVE           PIC X(01) VALUE 'N'.
           88  WRK-MESMA-CHAVE-DIFERENTE          VALUE 'S'.
       77  WRK-CONTA-RUIM               PIC 9(08) VALUE ZEROS.

       77  WRK-TOTAL-DEBITOS            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO                    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-EXPORTADOS           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ACEITOS              PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-JA-FECHADOS          PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-FUTUROS              PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-AVISOS               PIC 9(04) VALUE ZEROS.

       01  WRK-CAB-BALANCETE.
           05  FILLER                   PIC X(35) VALUE
               'BALANCETE DE VERIFICACAO - PERIODO '.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(10) VALUE 'CONTA'.
           05  FILLER                   PIC X(31) VALUE 'DESCRICAO'.
           05  FILLER                   PIC X(13) VALUE
               '      DEBITOS'.
           05  FILLER                   PIC X(13) VALUE
               '     CREDITOS'.
           05  FILLER                   PIC X(13) VALUE
               '        SALDO'.

       01  WRK-LINHA-CONTA.
           05  WRK-LCT-CONTA            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-LCT-DESCRICAO        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCT-DEBITOS          PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCT-CREDITOS         PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LCT-SALDO            PIC ZZZZZZZZ9,99.
           05  WRK-LCT-NATUREZA-SALDO   PIC X(01).

       01  WRK-LINHA-TOTAIS.
           05  FILLER                   PIC X(39) VALUE
               'TOTAIS DO PERIODO'.
           05  WRK-TOT-DEBITOS          PIC ZZZZZZZZZZ9,99.
           05  WRK-TOT-CREDITOS         PIC ZZZZZZZZZ9,99.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-LCN-TITULO           PIC X(30).
           05  WRK-LCN-QTD              PIC ZZZZZZZZ9.

       01  WRK-LINHA-RECUSA.
           05  FILLER                   PIC X(08) VALUE 'RECUSADO'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LRC-ORIGEM           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LRC-DATA             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LRC-QTD              PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LRC-MOTIVO           PIC X(30).

       01  WRK-LINHA-SITUACAO.
           05  FILLER                   PIC X(11) VALUE 'SITUACAO...'.
           05  WRK-CTL-SITUACAO         PIC X(40).

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR-GLFILE
                   THRU 0200-PROCESSAR-GLFILE-EXIT
               PERFORM 0500-CONCLUIR-FECHAMENTO
                   THRU 0500-CONCLUIR-FECHAMENTO-EXIT
               PERFORM 0600-IMPRIMIR-BALANCETE
                   THRU 0600-IMPRIMIR-BALANCETE-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-SISTEMA-AAAAMM = WRK-ANOSYS * 100 + WRK-MESSYS.
           PERFORM 0110-CARREGAR-COMPETENCIA
               THRU 0110-CARREGAR-COMPETENCIA-EXIT.
           IF WRK-COMPET-AAAAMM = ZEROS
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0120-CARREGAR-CONTROLE
               THRU 0120-CARREGAR-CONTROLE-EXIT.
           IF WRK-COMPET-AAAAMM NOT > WRK-ULTIMA-FECHADA
               DISPLAY 'GLFECHA: COMPETENCIA ' WRK-COMPET-AAAAMM
                   ' JA FECHADA (ULTIMA FECHADA '
                   WRK-ULTIMA-FECHADA ')'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0130-CARREGAR-PLANO THRU 0130-CARREGAR-PLANO-EXIT.
           IF WRK-QTD-CONTAS = ZEROS
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM 0140-CARREGAR-LOTES THRU 0140-CARREGAR-LOTES-EXIT.
           OPEN INPUT GLFILE-ARQ.
           IF WRK-FS-GLF NOT = '00'
               MOVE WRK-FS-GLF TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'GLFECHA: ERRO AO ABRIR GLFILE - STATUS '
                   WRK-FS-GLF ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT REJEITADO-ARQ.
           OPEN OUTPUT EXPORTA-ARQ.
           MOVE SPACES TO WRK-REG-EXP-CABECALHO.
           MOVE '0' TO EXC-TIPO-REG.
           MOVE WRK-COMPET-AAAAMM TO EXC-COMPETENCIA.
           MOVE WRK-DATA-SISTEMA TO EXC-DATA-GERACAO.
           MOVE 'GLFILE' TO EXC-ORIGEM.
           WRITE WRK-REG-EXP-CABECALHO.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-CMP-MES TO WRK-CAB-MES.
           MOVE WRK-CMP-ANO TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-BALANCETE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COMPETENCIA A FECHAR (CARTAO GLCOMP, AAAAMM). NAO HA *
      * PADRAO: TRANCAR UM PERIODO E IRREVERSIVEL, ENTAO SEM *
      * O CARTAO, COM MES INVALIDO OU COMPETENCIA FUTURA O   *
      * FECHAMENTO NAO RODA.                                 *
      *----------------------------------------------------*
       0110-CARREGAR-COMPETENCIA.
           MOVE ZEROS TO WRK-COMPET-AAAAMM.
           OPEN INPUT GLCOMP-ARQ.
           IF WRK-FS-CMP NOT = '00'
               DISPLAY 'GLFECHA: CARTAO GLCOMP INDISPONIVEL - '
                   'INFORME A COMPETENCIA A FECHAR (AAAAMM)'
               GO TO 0110-CARREGAR-COMPETENCIA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-COMPETENCIA.
           READ GLCOMP-ARQ
               NOT AT END
                   IF WRK-REG-GLCOMP IS NUMERIC
                       MOVE WRK-REG-GLCOMP TO WRK-COMPETENCIA
                   END-IF
           END-READ.
           CLOSE GLCOMP-ARQ.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'GLFECHA: COMPETENCIA INVALIDA NO CARTAO '
                   'GLCOMP: ' WRK-COMPETENCIA
               GO TO 0110-CARREGAR-COMPETENCIA-EXIT
           END-IF.
           COMPUTE WRK-COMPET-AAAAMM =
               WRK-CMP-ANO * 100 + WRK-CMP-MES.
           IF WRK-COMPET-AAAAMM > WRK-SISTEMA-AAAAMM
               DISPLAY 'GLFECHA: COMPETENCIA ' WRK-COMPET-AAAAMM
                   ' POSTERIOR AO MES CORRENTE - NAO FECHADA'
               MOVE ZEROS TO WRK-COMPET-AAAAMM
           END-IF.
       0110-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ULTIMA COMPETENCIA TRANCADA (GLPERCTL). SEM O        *
      * CONTROLE, NENHUM PERIODO FOI FECHADO AINDA.          *
      *----------------------------------------------------*
       0120-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-ARQ.
           IF WRK-FS-GPC = '00'
               READ CONTROLE-ARQ
                   NOT AT END MOVE GPC-COMPETENCIA
                       TO WRK-ULTIMA-FECHADA
               END-READ
               CLOSE CONTROLE-ARQ
           END-IF.
       0120-CARREGAR-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O PLANO DE CONTAS. SEM O PLANO NAO HA COMO   *
      * VALIDAR NADA: O FECHAMENTO NAO RODA.                 *
      *----------------------------------------------------*
       0130-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-QTD-CONTAS.
           OPEN INPUT PLANO-ARQ.
           IF WRK-FS-PLC NOT = '00'
               MOVE WRK-FS-PLC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'GLFECHA: ERRO AO ABRIR PLCONTAS - STATUS '
                   WRK-FS-PLC ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0130-CARREGAR-PLANO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PLC = '10'
               READ PLANO-ARQ
                   AT END MOVE '10' TO WRK-FS-PLC
                   NOT AT END
                       IF WRK-QTD-CONTAS >= 999
                           DISPLAY 'GLFECHA: PLCONTAS TEM MAIS DE 999 '
                               'CONTAS - EXCEDENTES IGNORADAS'
                       ELSE
                           ADD 1 TO WRK-QTD-CONTAS
                           SET WRK-IDX-CTA TO WRK-QTD-CONTAS
                           MOVE WRK-PLC-CONTA
                               TO WRK-CTA-CONTA(WRK-IDX-CTA)
                           MOVE WRK-PLC-DESCRICAO
                               TO WRK-CTA-DESCRICAO(WRK-IDX-CTA)
                           MOVE WRK-PLC-SITUACAO
                               TO WRK-CTA-SITUACAO(WRK-IDX-CTA)
                           MOVE ZEROS TO WRK-CTA-DEBITOS(WRK-IDX-CTA)
                           MOVE ZEROS
                               TO WRK-CTA-CREDITOS(WRK-IDX-CTA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANO-ARQ.
           IF WRK-QTD-CONTAS = ZEROS
               DISPLAY 'GLFECHA: PLCONTAS VAZIO - FECHAMENTO NAO '
                   'EXECUTADO'
           END-IF.
       0130-CARREGAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O REGISTRO DE LOTES DOS FECHAMENTOS          *
      * ANTERIORES (GLLOTES). PRIMEIRO FECHAMENTO: VAZIO.    *
      *----------------------------------------------------*
       0140-CARREGAR-LOTES.
           MOVE ZEROS TO WRK-QTD-REGISTRADOS.
           OPEN INPUT LOTES-ARQ.
           IF WRK-FS-LOT NOT = '00'
               GO TO 0140-CARREGAR-LOTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-LOT = '10'
               READ LOTES-ARQ
                   AT END MOVE '10' TO WRK-FS-LOT
                   NOT AT END
                       IF WRK-QTD-REGISTRADOS >= 9999
                           DISPLAY 'GLFECHA: GLLOTES TEM MAIS DE 9999 '
                               'LOTES - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-REGISTRADOS
                           SET WRK-IDX-REG TO WRK-QTD-REGISTRADOS
                           MOVE LOT-ORIGEM
                               TO WRK-REG-ORIGEM(WRK-IDX-REG)
                           MOVE LOT-DATA TO WRK-REG-DATA(WRK-IDX-REG)
                           MOVE LOT-QTD TO WRK-REG-QTD(WRK-IDX-REG)
                           MOVE LOT-TOTAL
                               TO WRK-REG-TOTAL(WRK-IDX-REG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTES-ARQ.
       0140-CARREGAR-LOTES-EXIT.
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
      * VARRE O GLFILE MONTANDO OS LOTES: MUDOU A ORIGEM OU  *
      * A DATA, O LOTE ANTERIOR E AVALIADO E UM NOVO COMECA. *
      *----------------------------------------------------*
       0200-PROCESSAR-GLFILE.
           PERFORM UNTIL WRK-FS-GLF = '10'
               READ GLFILE-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-GLF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0210-RECEBER-LANCAMENTO
                           THRU 0210-RECEBER-LANCAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE GLFILE-ARQ.
           IF WRK-QTD-BUFFER > ZEROS
               PERFORM 0300-AVALIAR-LOTE THRU 0300-AVALIAR-LOTE-EXIT
           END-IF.
       0200-PROCESSAR-GLFILE-EXIT.
           EXIT.

       0210-RECEBER-LANCAMENTO.
           IF WRK-QTD-BUFFER > ZEROS
               AND (GLF-ORIGEM NOT = WRK-LOTE-ORIGEM
                    OR GLF-DATA NOT = WRK-LOTE-DATA)
               PERFORM 0300-AVALIAR-LOTE THRU 0300-AVALIAR-LOTE-EXIT
           END-IF.
           IF WRK-QTD-BUFFER = ZEROS
               MOVE GLF-ORIGEM TO WRK-LOTE-ORIGEM
               MOVE GLF-DATA TO WRK-LOTE-DATA
               MOVE ZEROS TO WRK-LOTE-TOTAL
               MOVE ZEROS TO WRK-QTD-FORA-BUFFER
           END-IF.
           ADD GLF-VALOR TO WRK-LOTE-TOTAL.
           IF WRK-QTD-BUFFER >= 999
               ADD 1 TO WRK-QTD-FORA-BUFFER
               GO TO 0210-RECEBER-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-BUFFER.
           SET WRK-IDX-BUF TO WRK-QTD-BUFFER.
           MOVE GLF-TIPO TO WRK-BUF-TIPO(WRK-IDX-BUF).
           MOVE GLF-CONTA TO WRK-BUF-CONTA(WRK-IDX-BUF).
           MOVE GLF-VALOR TO WRK-BUF-VALOR(WRK-IDX-BUF).
       0210-RECEBER-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVALIA O LOTE CORRENTE, NESTA ORDEM: JA REGISTRADO   *
      * (IGNORADO), POSTERIOR A COMPETENCIA (FICA PARA O     *
      * PROXIMO FECHAMENTO), PERIODO JA TRANCADO, DUPLICADO  *
      * NESTA EXECUCAO E CONTA INVALIDA (RECUSADOS); O QUE   *
      * PASSA E ACEITO.                                      *
      *----------------------------------------------------*
       0300-AVALIAR-LOTE.
           MOVE WRK-LOTE-DATA TO WRK-DATA-LOTE.
           MOVE SPACES TO WRK-MOTIVO.

           SET WRK-IDX-REG TO 1.
           SEARCH WRK-REG
               AT END
                   CONTINUE
               WHEN WRK-REG-ORIGEM(WRK-IDX-REG) = WRK-LOTE-ORIGEM
                   AND WRK-REG-DATA(WRK-IDX-REG) = WRK-LOTE-DATA
                   AND WRK-REG-QTD(WRK-IDX-REG) =
                       WRK-QTD-BUFFER + WRK-QTD-FORA-BUFFER
                   AND WRK-REG-TOTAL(WRK-IDX-REG) = WRK-LOTE-TOTAL
                   ADD 1 TO WRK-QTD-JA-FECHADOS
                   GO TO 0300-LIMPAR-LOTE
           END-SEARCH.

           IF WRK-DLT-AAAAMM > WRK-COMPET-AAAAMM
               ADD 1 TO WRK-QTD-FUTUROS
               GO TO 0300-LIMPAR-LOTE
           END-IF.

           IF WRK-DLT-AAAAMM NOT > WRK-ULTIMA-FECHADA
               MOVE 'PERIODO JA FECHADO (TARDIO)' TO WRK-MOTIVO
               GO TO 0300-RECUSAR
           END-IF.

           MOVE 'N' TO WRK-SW-MESMA-CHAVE.
           SET WRK-IDX-LTE TO 1.
           SEARCH WRK-LTE
               AT END
                   CONTINUE
               WHEN WRK-LTE-ORIGEM(WRK-IDX-LTE) = WRK-LOTE-ORIGEM
                   AND WRK-LTE-DATA(WRK-IDX-LTE) = WRK-LOTE-DATA
                   AND WRK-LTE-QTD(WRK-IDX-LTE) =
                       WRK-QTD-BUFFER + WRK-QTD-FORA-BUFFER
                   AND WRK-LTE-TOTAL(WRK-IDX-LTE) = WRK-LOTE-TOTAL
                   MOVE 'LOTE DUPLICADO (ORIGEM + DATA)' TO WRK-MOTIVO
                   GO TO 0300-RECUSAR
               WHEN WRK-LTE-ORIGEM(WRK-IDX-LTE) = WRK-LOTE-ORIGEM
                   AND WRK-LTE-DATA(WRK-IDX-LTE) = WRK-LOTE-DATA
                   SET WRK-MESMA-CHAVE-DIFERENTE TO TRUE
           END-SEARCH.

           IF WRK-QTD-FORA-BUFFER > ZEROS
               MOVE 'LOTE COM MAIS DE 999 LANCTOS' TO WRK-MOTIVO
               GO TO 0300-RECUSAR
           END-IF.

           PERFORM 0310-VALIDAR-CONTA THRU 0310-VALIDAR-CONTA-EXIT
               VARYING WRK-IDX-BUF FROM 1 BY 1
               UNTIL WRK-IDX-BUF > WRK-QTD-BUFFER
                  OR WRK-MOTIVO NOT = SPACES.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 0300-RECUSAR
           END-IF.

           IF WRK-MESMA-CHAVE-DIFERENTE
               ADD 1 TO WRK-QTD-AVISOS
               DISPLAY 'GLFECHA: AVISO - ORIGEM ' WRK-LOTE-ORIGEM
                   ' DATA ' WRK-LOTE-DATA ' REPETIDA COM CONTEUDO '
                   'DIFERENTE - ACEITO, CONFERIR'
           END-IF.
           PERFORM 0320-ACEITAR-LANCAMENTO
               THRU 0320-ACEITAR-LANCAMENTO-EXIT
               VARYING WRK-IDX-BUF FROM 1 BY 1
               UNTIL WRK-IDX-BUF > WRK-QTD-BUFFER.
           ADD 1 TO WRK-QTD-ACEITOS.
           MOVE 'F' TO WRK-SITUACAO-LOTE.
           PERFORM 0340-GUARDAR-LOTE THRU 0340-GUARDAR-LOTE-EXIT.
           GO TO 0300-LIMPAR-LOTE.

       0300-RECUSAR.
           PERFORM 0330-RECUSAR-LANCAMENTO
               THRU 0330-RECUSAR-LANCAMENTO-EXIT
               VARYING WRK-IDX-BUF FROM 1 BY 1
               UNTIL WRK-IDX-BUF > WRK-QTD-BUFFER.
           ADD 1 TO WRK-QTD-RECUSADOS.
           MOVE WRK-LOTE-ORIGEM TO WRK-LRC-ORIGEM.
           MOVE WRK-LOTE-DATA TO WRK-LRC-DATA.
           MOVE WRK-QTD-BUFFER TO WRK-LRC-QTD.
           MOVE WRK-MOTIVO TO WRK-LRC-MOTIVO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RECUSA.
           MOVE 'R' TO WRK-SITUACAO-LOTE.
           PERFORM 0340-GUARDAR-LOTE THRU 0340-GUARDAR-LOTE-EXIT.

       0300-LIMPAR-LOTE.
           MOVE ZEROS TO WRK-QTD-BUFFER.
           MOVE ZEROS TO WRK-QTD-FORA-BUFFER.
       0300-AVALIAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * A CONTA DO LANCAMENTO TEM DE EXISTIR NO PLANO E      *
      * ESTAR ATIVA.                                         *
      *----------------------------------------------------*
       0310-VALIDAR-CONTA.
           SET WRK-IDX-CTA TO 1.
           SEARCH WRK-CTA
               AT END
                   MOVE WRK-BUF-CONTA(WRK-IDX-BUF) TO WRK-CONTA-RUIM
                   STRING 'CONTA ' WRK-CONTA-RUIM ' FORA DO PLANO'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-CTA-CONTA(WRK-IDX-CTA)
                       = WRK-BUF-CONTA(WRK-IDX-BUF)
                   IF WRK-CTA-SITUACAO(WRK-IDX-CTA) NOT = 'A'
                       MOVE WRK-BUF-CONTA(WRK-IDX-BUF)
                           TO WRK-CONTA-RUIM
                       STRING 'CONTA ' WRK-CONTA-RUIM ' INATIVA'
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
           END-SEARCH.
       0310-VALIDAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LANCAMENTO ACEITO: SOMA NA CONTA DO BALANCETE E NOS  *
      * TOTAIS E GRAVA O REGISTRO DE IMPORTACAO.             *
      *----------------------------------------------------*
       0320-ACEITAR-LANCAMENTO.
           SET WRK-IDX-CTA TO 1.
           SEARCH WRK-CTA
               AT END
                   CONTINUE
               WHEN WRK-CTA-CONTA(WRK-IDX-CTA)
                       = WRK-BUF-CONTA(WRK-IDX-BUF)
                   CONTINUE
           END-SEARCH.
           MOVE SPACES TO WRK-REG-EXP-LANCAMENTO.
           MOVE '1' TO EXL-TIPO-REG.
           MOVE WRK-DLT-DIA TO WRK-DEX-DIA.
           MOVE WRK-DLT-MES TO WRK-DEX-MES.
           MOVE WRK-DLT-ANO TO WRK-DEX-ANO.
           MOVE WRK-DATA-EXPORTA TO EXL-DATA.
           IF WRK-BUF-TIPO(WRK-IDX-BUF) = 'D'
               ADD WRK-BUF-VALOR(WRK-IDX-BUF)
                   TO WRK-CTA-DEBITOS(WRK-IDX-CTA)
               ADD WRK-BUF-VALOR(WRK-IDX-BUF) TO WRK-TOTAL-DEBITOS
               MOVE WRK-BUF-CONTA(WRK-IDX-BUF) TO EXL-CONTA-DEBITO
               MOVE ZEROS TO EXL-CONTA-CREDITO
           ELSE
               ADD WRK-BUF-VALOR(WRK-IDX-BUF)
                   TO WRK-CTA-CREDITOS(WRK-IDX-CTA)
               ADD WRK-BUF-VALOR(WRK-IDX-BUF) TO WRK-TOTAL-CREDITOS
               MOVE ZEROS TO EXL-CONTA-DEBITO
               MOVE WRK-BUF-CONTA(WRK-IDX-BUF) TO EXL-CONTA-CREDITO
           END-IF.
           MOVE WRK-BUF-VALOR(WRK-IDX-BUF) TO EXL-VALOR.
           STRING 'ORIGEM ' WRK-LOTE-ORIGEM
               DELIMITED BY SIZE INTO EXL-HISTORICO.
           MOVE WRK-QTD-ACEITOS TO EXL-LOTE.
           ADD 1 TO EXL-LOTE.
           WRITE WRK-REG-EXP-LANCAMENTO.
           ADD 1 TO WRK-QTD-EXPORTADOS.
       0320-ACEITAR-LANCAMENTO-EXIT.
           EXIT.

       0330-RECUSAR-LANCAMENTO.
           MOVE WRK-BUF-TIPO(WRK-IDX-BUF) TO REJ-TIPO.
           MOVE WRK-BUF-CONTA(WRK-IDX-BUF) TO REJ-CONTA.
           MOVE WRK-BUF-VALOR(WRK-IDX-BUF) TO REJ-VALOR.
           MOVE WRK-LOTE-DATA TO REJ-DATA.
           MOVE WRK-LOTE-ORIGEM TO REJ-ORIGEM.
           MOVE WRK-MOTIVO TO REJ-MOTIVO.
           MOVE WRK-COMPET-AAAAMM TO REJ-COMPETENCIA.
           WRITE WRK-REG-REJEITADO.
       0330-RECUSAR-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA O LOTE TRATADO NA TABELA DA EXECUCAO (PARA A  *
      * DETECCAO DE DUPLICADOS E PARA O GLLOTES), COM A      *
      * SITUACAO 'F' (ACEITO) OU 'R' (RECUSADO).             *
      *----------------------------------------------------*
       0340-GUARDAR-LOTE.
           IF WRK-QTD-LOTES >= 2000
               DISPLAY 'GLFECHA: MAIS DE 2000 LOTES NO PERIODO - '
                   'LOTE ' WRK-LOTE-ORIGEM ' ' WRK-LOTE-DATA
                   ' FORA DO REGISTRO DE LOTES'
               GO TO 0340-GUARDAR-LOTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOTES.
           SET WRK-IDX-LTE TO WRK-QTD-LOTES.
           MOVE WRK-LOTE-ORIGEM TO WRK-LTE-ORIGEM(WRK-IDX-LTE).
           MOVE WRK-LOTE-DATA TO WRK-LTE-DATA(WRK-IDX-LTE).
           COMPUTE WRK-LTE-QTD(WRK-IDX-LTE) =
               WRK-QTD-BUFFER + WRK-QTD-FORA-BUFFER.
           MOVE WRK-LOTE-TOTAL TO WRK-LTE-TOTAL(WRK-IDX-LTE).
           MOVE WRK-SITUACAO-LOTE TO WRK-LTE-SITUACAO(WRK-IDX-LTE).
       0340-GUARDAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROVA DEBITOS = CREDITOS DO QUE FOI ACEITO. CONFERE: *
      * TRAILER NO GLEXPORT, LOTES NO GLLOTES E PERIODO      *
      * TRANCADO NO GLPERCTL. NAO CONFERE: GLEXPORT          *
      * ESVAZIADO, NADA TRANCADO, RETURN-CODE 8.             *
      *----------------------------------------------------*
       0500-CONCLUIR-FECHAMENTO.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               CLOSE EXPORTA-ARQ
               OPEN OUTPUT EXPORTA-ARQ
               CLOSE EXPORTA-ARQ
               DISPLAY 'GLFECHA: DEBITOS ' WRK-TOTAL-DEBITOS
                   ' DIFEREM DOS CREDITOS ' WRK-TOTAL-CREDITOS
                   ' - PERIODO NAO FECHADO, GLEXPORT ESVAZIADO'
               MOVE 8 TO RETURN-CODE
               GO TO 0500-CONCLUIR-FECHAMENTO-EXIT
           END-IF.
           SET WRK-FECHAMENTO-CONFERE TO TRUE.
           MOVE SPACES TO WRK-REG-EXP-TRAILER.
           MOVE '9' TO EXT-TIPO-REG.
           MOVE WRK-QTD-EXPORTADOS TO EXT-QTD-LANCAMENTOS.
           MOVE WRK-TOTAL-DEBITOS TO EXT-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO EXT-TOTAL-CREDITOS.
           WRITE WRK-REG-EXP-TRAILER.
           CLOSE EXPORTA-ARQ.

           OPEN EXTEND LOTES-ARQ.
           IF WRK-FS-LOT NOT = '00'
               CLOSE LOTES-ARQ
               OPEN OUTPUT LOTES-ARQ
           END-IF.
           PERFORM 0510-REGISTRAR-LOTE THRU 0510-REGISTRAR-LOTE-EXIT
               VARYING WRK-IDX-LTE FROM 1 BY 1
               UNTIL WRK-IDX-LTE > WRK-QTD-LOTES.
           CLOSE LOTES-ARQ.

           MOVE WRK-COMPET-AAAAMM TO GPC-COMPETENCIA.
           MOVE WRK-DATA-SISTEMA TO GPC-DATA-FECHAMENTO.
           OPEN OUTPUT CONTROLE-ARQ.
           WRITE WRK-REG-CONTROLE.
           CLOSE CONTROLE-ARQ.
       0500-CONCLUIR-FECHAMENTO-EXIT.
           EXIT.

       0510-REGISTRAR-LOTE.
           MOVE WRK-LTE-ORIGEM(WRK-IDX-LTE) TO LOT-ORIGEM.
           MOVE WRK-LTE-DATA(WRK-IDX-LTE) TO LOT-DATA.
           MOVE WRK-LTE-QTD(WRK-IDX-LTE) TO LOT-QTD.
           MOVE WRK-LTE-TOTAL(WRK-IDX-LTE) TO LOT-TOTAL.
           MOVE WRK-LTE-SITUACAO(WRK-IDX-LTE) TO LOT-SITUACAO.
           MOVE WRK-COMPET-AAAAMM TO LOT-COMPETENCIA.
           WRITE WRK-REG-LOTE.
       0510-REGISTRAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * BALANCETE NA ORDEM DO PLANO, SO AS CONTAS COM        *
      * MOVIMENTO: DEBITOS, CREDITOS E SALDO (D OU C). NO    *
      * FIM, OS TOTAIS, AS CONTAGENS DE LOTES E A SITUACAO.  *
      *----------------------------------------------------*
       0600-IMPRIMIR-BALANCETE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           PERFORM 0610-IMPRIMIR-CONTA THRU 0610-IMPRIMIR-CONTA-EXIT
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-TOTAL-DEBITOS TO WRK-TOT-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-TOT-CREDITOS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAIS.

           MOVE 'LOTES ACEITOS.................' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-ACEITOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'LOTES RECUSADOS (GLREJ).......' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-RECUSADOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'LOTES DE PERIODOS JA FECHADOS.' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-JA-FECHADOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'LOTES DE PERIODO POSTERIOR....' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-FUTUROS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'LANCAMENTOS EXPORTADOS........' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-EXPORTADOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.

           IF WRK-FECHAMENTO-CONFERE
               MOVE 'CONFERE - PERIODO FECHADO E TRANCADO'
                   TO WRK-CTL-SITUACAO
           ELSE
               MOVE 'NAO CONFERE - PERIODO NAO FECHADO'
                   TO WRK-CTL-SITUACAO
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SITUACAO.
       0600-IMPRIMIR-BALANCETE-EXIT.
           EXIT.

       0610-IMPRIMIR-CONTA.
           IF WRK-CTA-DEBITOS(WRK-IDX-CTA) = ZEROS
               AND WRK-CTA-CREDITOS(WRK-IDX-CTA) = ZEROS
               GO TO 0610-IMPRIMIR-CONTA-EXIT
           END-IF.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA) TO WRK-LCT-CONTA.
           MOVE WRK-CTA-DESCRICAO(WRK-IDX-CTA) TO WRK-LCT-DESCRICAO.
           MOVE WRK-CTA-DEBITOS(WRK-IDX-CTA) TO WRK-LCT-DEBITOS.
           MOVE WRK-CTA-CREDITOS(WRK-IDX-CTA) TO WRK-LCT-CREDITOS.
           COMPUTE WRK-SALDO = WRK-CTA-DEBITOS(WRK-IDX-CTA)
               - WRK-CTA-CREDITOS(WRK-IDX-CTA).
           IF WRK-SALDO < ZEROS
               COMPUTE WRK-SALDO = WRK-SALDO * -1
               MOVE 'C' TO WRK-LCT-NATUREZA-SALDO
           ELSE
               MOVE 'D' TO WRK-LCT-NATUREZA-SALDO
           END-IF.
           MOVE WRK-SALDO TO WRK-LCT-SALDO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTA.
       0610-IMPRIMIR-CONTA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE REJEITADO-ARQ
               CLOSE RELATORIO-ARQ
               DISPLAY 'GLFECHA: COMPETENCIA ' WRK-COMPET-AAAAMM
                   ' - ' WRK-QTD-LIDOS ' LANCAMENTOS LIDOS, '
                   WRK-QTD-ACEITOS ' LOTES ACEITOS, '
                   WRK-QTD-RECUSADOS ' RECUSADOS - '
                   WRK-CTL-SITUACAO
           ELSE
               DISPLAY 'GLFECHA: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

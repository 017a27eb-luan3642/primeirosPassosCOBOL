       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTATREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO MENSAL DE MOVIMENTACAO DE PESSOAL E
      * ROTATIVIDADE (TURNOVER) POR DEPARTAMENTO, A PARTIR DA
      * TRILHA DE MOVIMENTOS DO CADASTRO (EMPMAUD, GRAVADA PELO
      * EMPMNT E PELO REORGDEP). A COMPETENCIA VEM DO CARTAO
      * COMPET (AAAAMM, O MESMO DO FECHMES; SEM O CARTAO, O MES
      * CORRENTE). CADA EVENTO DA TRILHA E CLASSIFICADO PELA
      * SITUACAO E PELO DEPARTAMENTO ANTERIOR E NOVO:
      *   - INATIVO/SEM REGISTRO -> ATIVO: ADMISSAO (INCLUSAO
      *     OU REATIVACAO) NO DEPARTAMENTO NOVO;
      *   - ATIVO -> INATIVO: DESLIGAMENTO NO DEPARTAMENTO
      *     ANTERIOR (MOVIMENTO 'D' OU ALTERACAO QUE DESLIGA);
      *   - ATIVO -> ATIVO EM OUTRO DEPARTAMENTO: TRANSFERENCIA
      *     (SAIDA DO ANTERIOR, ENTRADA NO NOVO).
      * O EFETIVO FINAL DE HOJE VEM DO CADASTRO (FUNCMSTR,
      * ATIVOS POR DEPARTAMENTO); OS EFETIVOS INICIAL E FINAL DE
      * CADA UM DOS DOZE MESES ATE A COMPETENCIA SAO OBTIDOS
      * DESFAZENDO OS EVENTOS DA TRILHA DE TRAS PARA FRENTE.
      * ROTATIVIDADE DO MES = ((ADMISSOES + DESLIGAMENTOS) / 2)
      * / EFETIVO MEDIO ((INICIAL + FINAL) / 2) X 100; A DOS
      * DOZE MESES USA O EFETIVO MEDIO DOS DOZE MESES.
      * TRANSFERENCIA NAO ENTRA NA ROTATIVIDADE (E INTERNA). O
      * TEMPO MEDIO DE CASA DOS DESLIGADOS (EM MESES) USA A
      * DATA DE ADMISSAO DO CADASTRO - DESLIGADO JA EXPURGADO
      * (FUNCPURG) FICA FORA DA MEDIA. O RELATORIO ROTATREL TEM
      * QUATRO PARTES: O MES POR DEPARTAMENTO, OS DOZE MESES
      * POR DEPARTAMENTO, A TENDENCIA MES A MES DA EMPRESA E O
      * EFETIVO FINAL CONTRA O AUTORIZADO NO ORCAMENTO DO ANO
      * (ORCMSTR, VER ORCAREG.COB).
      * SEM CADASTRO OU SEM TRILHA: RETURN-CODE 8.
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
           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT MOVAUD-ARQ ASSIGN TO 'EMPMAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAU.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT ORCAMENTO-ARQ ASSIGN TO 'ORCMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORC.

           SELECT RELATORIO-ARQ ASSIGN TO 'ROTATREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

      *    MESMO LAYOUT DA TRILHA DE MOVIMENTOS DO EMPMNT.
       FD  MOVAUD-ARQ.
       01  WRK-REG-MOVAUD.
           05  MAU-TIPO                PIC X(01).
           05  MAU-MATRICULA           PIC 9(06).
           05  MAU-NOME                PIC X(20).
           05  MAU-DEPARTAMENTO-ANT    PIC X(10).
           05  MAU-DEPARTAMENTO-NOV    PIC X(10).
           05  MAU-SALARIO-ANT         PIC 9(07)V99.
           05  MAU-SALARIO-NOV         PIC 9(07)V99.
           05  MAU-SITUACAO-ANT        PIC X(01).
           05  MAU-SITUACAO-NOV        PIC X(01).
           05  MAU-DATA-PROCESSO.
               10  MAU-ANO             PIC 9(04).
               10  MAU-MES             PIC 9(02).
               10  MAU-DIA             PIC 9(02).
           05  MAU-CARGO-ANT           PIC X(05).
           05  MAU-CARGO-NOV           PIC X(05).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  ORCAMENTO-ARQ.
           COPY 'ORCAREG.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-ORC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                       VALUE 'S'.
       77  WRK-SW-FIM-MAU              PIC X(01) VALUE 'N'.
           88  WRK-FIM-MAU                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       01  WRK-COMPETENCIA              PIC 9(06).
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).

      *    MESES CONTADOS DESDE O ANO ZERO (ANO X 12 + MES), PARA
      *    SITUAR CADA EVENTO NA JANELA DE DOZE MESES.
       77  WRK-NUM-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WRK-NUM-EVENTO               PIC 9(06) VALUE ZEROS.
       77  WRK-DISTANCIA                PIC S9(06) VALUE ZEROS.
       77  WRK-MES-JANELA               PIC 9(02) VALUE ZEROS.
       77  WRK-NUM-MES                  PIC S9(02) VALUE ZEROS.
       77  WRK-NUM-AUX                  PIC 9(06) VALUE ZEROS.
       01  WRK-MES-ROTULO.
           05  WRK-ROT-ANO              PIC 9(04).
           05  WRK-ROT-MES              PIC 9(02).

      *    CLASSIFICACAO DO EVENTO DA TRILHA.
       77  WRK-TIPO-EVENTO              PIC X(01) VALUE SPACES.
           88  WRK-EVT-ADMISSAO                   VALUE 'A'.
           88  WRK-EVT-DESLIGAMENTO               VALUE 'D'.
           88  WRK-EVT-TRANSFERENCIA              VALUE 'T'.
           88  WRK-EVT-IGNORADO                   VALUE ' '.
       77  WRK-TEMPO-CASA               PIC S9(04) VALUE ZEROS.
       77  WRK-SW-TEMPO-OK              PIC X(01) VALUE 'N'.
           88  WRK-TEMPO-OK                       VALUE 'S'.

      *    DEPARTAMENTOS: EFETIVO ATUAL DO CADASTRO, SALDO DOS
      *    EVENTOS POSTERIORES A COMPETENCIA (DESFEITO PARA
      *    CHEGAR AO FINAL DA COMPETENCIA), AUTORIZADO NO
      *    ORCAMENTO E OS DOZE MESES DA JANELA (12 = A
      *    COMPETENCIA, 1 = ONZE MESES ANTES).
       77  WRK-QTD-DEPTOS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DEPTOS.
           05  WRK-DEP OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-DEPTOS
                   INDEXED BY WRK-IDX-DEP.
               10  WRK-DEP-CODIGO        PIC X(10).
               10  WRK-DEP-ATUAL         PIC 9(06).
               10  WRK-DEP-POSTERIOR     PIC S9(06).
               10  WRK-DEP-AUTORIZADO    PIC 9(06).
               10  WRK-DEP-MES OCCURS 12 TIMES.
                   15  WRK-DEP-INICIAL       PIC S9(06).
                   15  WRK-DEP-ADMISSOES     PIC 9(05).
                   15  WRK-DEP-DESLIGAMENTOS PIC 9(05).
                   15  WRK-DEP-ENTRADAS      PIC 9(05).
                   15  WRK-DEP-SAIDAS        PIC 9(05).
                   15  WRK-DEP-FINAL         PIC S9(06).
                   15  WRK-DEP-SOMA-TEMPO    PIC 9(07).
                   15  WRK-DEP-QTD-TEMPO     PIC 9(05).
       77  WRK-DEPTO-BUSCA              PIC X(10) VALUE SPACES.
       77  WRK-SW-DEPTO-ACHADO          PIC X(01) VALUE 'N'.
           88  WRK-DEPTO-ACHADO                   VALUE 'S'.
       77  WRK-SW-DEPTO-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-DEPTO-CHEIA                    VALUE 'S'.

      *    TOTAIS DA EMPRESA POR MES DA JANELA.
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-MES OCCURS 12 TIMES.
               10  WRK-TOT-INICIAL           PIC S9(07).
               10  WRK-TOT-ADMISSOES         PIC 9(06).
               10  WRK-TOT-DESLIGAMENTOS     PIC 9(06).
               10  WRK-TOT-ENTRADAS          PIC 9(06).
               10  WRK-TOT-SAIDAS            PIC 9(06).
               10  WRK-TOT-FINAL             PIC S9(07).
               10  WRK-TOT-SOMA-TEMPO        PIC 9(08).
               10  WRK-TOT-QTD-TEMPO         PIC 9(06).
       77  WRK-TOT-AUTORIZADO           PIC 9(07) VALUE ZEROS.

      *    ACUMULADORES DE UMA LINHA (MES OU DOZE MESES).
       77  WRK-ACM-INICIAL              PIC S9(07) VALUE ZEROS.
       77  WRK-ACM-ADMISSOES            PIC 9(06) VALUE ZEROS.
       77  WRK-ACM-DESLIGAMENTOS        PIC 9(06) VALUE ZEROS.
       77  WRK-ACM-ENTRADAS             PIC 9(06) VALUE ZEROS.
       77  WRK-ACM-SAIDAS               PIC 9(06) VALUE ZEROS.
       77  WRK-ACM-FINAL                PIC S9(07) VALUE ZEROS.
       77  WRK-ACM-SOMA-EFETIVO         PIC S9(08) VALUE ZEROS.
       77  WRK-ACM-SOMA-TEMPO           PIC 9(08) VALUE ZEROS.
       77  WRK-ACM-QTD-TEMPO            PIC 9(06) VALUE ZEROS.
       77  WRK-ROTATIVIDADE             PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TEMPO-MEDIO              PIC 9(04) VALUE ZEROS.
       77  WRK-DIFERENCA                PIC S9(07) VALUE ZEROS.

       77  WRK-QTD-EVENTOS              PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NA-JANELA            PIC 9(07) VALUE ZEROS.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(46) VALUE
               'ROTATIVIDADE DE PESSOAL POR DEPARTAMENTO - '.
           05  FILLER                   PIC X(12) VALUE
               'COMPETENCIA '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).

       01  WRK-CAB-MES                  PIC X(60) VALUE
           'MOVIMENTACAO DO MES'.
       01  WRK-CAB-DOZE                 PIC X(60) VALUE
           'ULTIMOS DOZE MESES'.
       01  WRK-CAB-TENDENCIA            PIC X(60) VALUE
           'TENDENCIA MENSAL DA EMPRESA'.
       01  WRK-CAB-ORCAMENTO            PIC X(60) VALUE
           'EFETIVO FINAL X AUTORIZADO NO ORCAMENTO DO ANO'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(07) VALUE 'INICIAL'.
           05  FILLER                   PIC X(06) VALUE '  ADM'.
           05  FILLER                   PIC X(06) VALUE ' DESL'.
           05  FILLER                   PIC X(06) VALUE ' T-ENT'.
           05  FILLER                   PIC X(06) VALUE ' T-SAI'.
           05  FILLER                   PIC X(07) VALUE '  FINAL'.
           05  FILLER                   PIC X(07) VALUE ' TURN%'.
           05  FILLER                   PIC X(06) VALUE ' CASA'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-ROTULO           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-INICIAL          PIC -ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ADMISSOES        PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DESLIGAMENTOS    PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ENTRADAS         PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SAIDAS           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FINAL            PIC -ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ROTATIVIDADE     PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-TEMPO-MEDIO      PIC ZZZ9.

       01  WRK-CAB-COLUNAS-ORC.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(08) VALUE '   FINAL'.
           05  FILLER                   PIC X(12) VALUE ' AUTORIZADO'.
           05  FILLER                   PIC X(10) VALUE ' DIFERENCA'.

       01  WRK-LINHA-ORCAMENTO.
           05  WRK-LOR-DEPTO            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LOR-FINAL            PIC ------9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRK-LOR-AUTORIZADO       PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-LOR-DIFERENCA        PIC ------9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LOR-SITUACAO         PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0150-CARREGAR-EFETIVO
                   THRU 0150-CARREGAR-EFETIVO-EXIT
                   UNTIL WRK-FIM-FUNC
               PERFORM 0160-CARREGAR-ORCAMENTO
                   THRU 0160-CARREGAR-ORCAMENTO-EXIT
               PERFORM 0200-LER-TRILHA THRU 0200-LER-TRILHA-EXIT
                   UNTIL WRK-FIM-MAU
               PERFORM 0300-CALCULAR-SALDOS
                   THRU 0300-CALCULAR-SALDOS-EXIT
               PERFORM 0400-IMPRIMIR-MES THRU 0400-IMPRIMIR-MES-EXIT
               PERFORM 0500-IMPRIMIR-DOZE-MESES
                   THRU 0500-IMPRIMIR-DOZE-MESES-EXIT
               PERFORM 0600-IMPRIMIR-TENDENCIA
                   THRU 0600-IMPRIMIR-TENDENCIA-EXIT
               PERFORM 0700-IMPRIMIR-ORCAMENTO
                   THRU 0700-IMPRIMIR-ORCAMENTO-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * LE A COMPETENCIA (CARTAO COMPET; SEM ELE, O MES      *
      * CORRENTE) E ABRE O CADASTRO, A TRILHA E O RELATORIO. *
      *----------------------------------------------------*
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET
                       TO WRK-COMPETENCIA
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'ROTATREL: COMPETENCIA ' WRK-COMPETENCIA
                   ' INVALIDA NO CARTAO COMPET'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           COMPUTE WRK-NUM-COMPETENCIA =
               WRK-CMP-ANO * 12 + WRK-CMP-MES.

           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'ROTATREL: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT MOVAUD-ARQ.
           IF WRK-FS-MAU NOT = '00'
               MOVE WRK-FS-MAU TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'ROTATREL: ERRO AO ABRIR EMPMAUD - STATUS '
                   WRK-FS-MAU ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE FUNCIONARIO-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EFETIVO ATUAL: ATIVOS DO CADASTRO POR DEPARTAMENTO.  *
      *----------------------------------------------------*
       0150-CARREGAR-EFETIVO.
           READ FUNCIONARIO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-FUNC TO TRUE
                   GO TO 0150-CARREGAR-EFETIVO-EXIT
           END-READ.
           IF NOT WRK-FUNC-ATIVO
               GO TO 0150-CARREGAR-EFETIVO-EXIT
           END-IF.
           MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM 0170-LOCALIZAR-DEPTO
               THRU 0170-LOCALIZAR-DEPTO-EXIT.
           IF WRK-DEPTO-ACHADO
               ADD 1 TO WRK-DEP-ATUAL(WRK-IDX-DEP)
           END-IF.
       0150-CARREGAR-EFETIVO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EFETIVO AUTORIZADO NO ORCAMENTO DO ANO DA            *
      * COMPETENCIA (ORCMSTR). SEM O ARQUIVO, A QUARTA PARTE *
      * DO RELATORIO SAI COM O AUTORIZADO ZERADO.            *
      *----------------------------------------------------*
       0160-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO-ARQ.
           IF WRK-FS-ORC NOT = '00'
               DISPLAY 'ROTATREL: ORCMSTR INDISPONIVEL - EFETIVO '
                   'AUTORIZADO NAO COMPARADO'
               GO TO 0160-CARREGAR-ORCAMENTO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-ORC = '10'
               READ ORCAMENTO-ARQ
                   AT END MOVE '10' TO WRK-FS-ORC
                   NOT AT END
                       IF WRK-ORC-ANO = WRK-CMP-ANO
                           MOVE WRK-ORC-DEPARTAMENTO
                               TO WRK-DEPTO-BUSCA
                           PERFORM 0170-LOCALIZAR-DEPTO
                               THRU 0170-LOCALIZAR-DEPTO-EXIT
                           IF WRK-DEPTO-ACHADO
                               ADD WRK-ORC-EFETIVO TO
                                   WRK-DEP-AUTORIZADO(WRK-IDX-DEP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTO-ARQ.
       0160-CARREGAR-ORCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA O DEPARTAMENTO DE WRK-DEPTO-BUSCA NA TABELA,*
      * ABRINDO A LINHA (ZERADA) SE FOR NOVO.                *
      *----------------------------------------------------*
       0170-LOCALIZAR-DEPTO.
           SET WRK-DEPTO-ACHADO TO TRUE.
           IF WRK-QTD-DEPTOS > ZEROS
               SET WRK-IDX-DEP TO 1
               SEARCH WRK-DEP
                   AT END
                       CONTINUE
                   WHEN WRK-DEP-CODIGO(WRK-IDX-DEP) = WRK-DEPTO-BUSCA
                       GO TO 0170-LOCALIZAR-DEPTO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-DEPTOS >= 50
               MOVE 'N' TO WRK-SW-DEPTO-ACHADO
               IF NOT WRK-DEPTO-CHEIA
                   SET WRK-DEPTO-CHEIA TO TRUE
                   DISPLAY 'ROTATREL: MAIS DE 50 DEPARTAMENTOS - '
                       'EXCEDENTES FORA DO RELATORIO'
               END-IF
               GO TO 0170-LOCALIZAR-DEPTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DEPTOS.
           SET WRK-IDX-DEP TO WRK-QTD-DEPTOS.
           INITIALIZE WRK-DEP(WRK-IDX-DEP).
           MOVE WRK-DEPTO-BUSCA TO WRK-DEP-CODIGO(WRK-IDX-DEP).
       0170-LOCALIZAR-DEPTO-EXIT.
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
      * LE CADA EVENTO DA TRILHA, CLASSIFICA E ACUMULA: NO   *
      * MES DA JANELA, SE CAIR NELA; NO SALDO POSTERIOR, SE  *
      * FOR DEPOIS DA COMPETENCIA. MAIS ANTIGO QUE A JANELA  *
      * NAO INTERESSA.                                       *
      *----------------------------------------------------*
       0200-LER-TRILHA.
           READ MOVAUD-ARQ
               AT END
                   SET WRK-FIM-MAU TO TRUE
                   GO TO 0200-LER-TRILHA-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-EVENTOS.
           MOVE SPACES TO WRK-TIPO-EVENTO.
           IF MAU-SITUACAO-ANT = 'A'
               IF MAU-SITUACAO-NOV = 'A'
                   IF MAU-DEPARTAMENTO-ANT NOT = MAU-DEPARTAMENTO-NOV
                       SET WRK-EVT-TRANSFERENCIA TO TRUE
                   END-IF
               ELSE
                   SET WRK-EVT-DESLIGAMENTO TO TRUE
               END-IF
           ELSE
               IF MAU-SITUACAO-NOV = 'A'
                   SET WRK-EVT-ADMISSAO TO TRUE
               END-IF
           END-IF.
           IF WRK-EVT-IGNORADO
               GO TO 0200-LER-TRILHA-EXIT
           END-IF.

           COMPUTE WRK-NUM-EVENTO = MAU-ANO * 12 + MAU-MES.
           COMPUTE WRK-DISTANCIA =
               WRK-NUM-COMPETENCIA - WRK-NUM-EVENTO.
           IF WRK-DISTANCIA > 11
               GO TO 0200-LER-TRILHA-EXIT
           END-IF.
           IF WRK-DISTANCIA < ZEROS
               PERFORM 0250-SOMAR-POSTERIOR
                   THRU 0250-SOMAR-POSTERIOR-EXIT
               GO TO 0200-LER-TRILHA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NA-JANELA.
           COMPUTE WRK-MES-JANELA = 12 - WRK-DISTANCIA.
           EVALUATE TRUE
               WHEN WRK-EVT-ADMISSAO
                   MOVE MAU-DEPARTAMENTO-NOV TO WRK-DEPTO-BUSCA
                   PERFORM 0170-LOCALIZAR-DEPTO
                       THRU 0170-LOCALIZAR-DEPTO-EXIT
                   IF WRK-DEPTO-ACHADO
                       ADD 1 TO WRK-DEP-ADMISSOES
                           (WRK-IDX-DEP, WRK-MES-JANELA)
                   END-IF
               WHEN WRK-EVT-DESLIGAMENTO
                   PERFORM 0260-CALCULAR-TEMPO-CASA
                       THRU 0260-CALCULAR-TEMPO-CASA-EXIT
                   MOVE MAU-DEPARTAMENTO-ANT TO WRK-DEPTO-BUSCA
                   PERFORM 0170-LOCALIZAR-DEPTO
                       THRU 0170-LOCALIZAR-DEPTO-EXIT
                   IF WRK-DEPTO-ACHADO
                       ADD 1 TO WRK-DEP-DESLIGAMENTOS
                           (WRK-IDX-DEP, WRK-MES-JANELA)
                       IF WRK-TEMPO-OK
                           ADD WRK-TEMPO-CASA TO WRK-DEP-SOMA-TEMPO
                               (WRK-IDX-DEP, WRK-MES-JANELA)
                           ADD 1 TO WRK-DEP-QTD-TEMPO
                               (WRK-IDX-DEP, WRK-MES-JANELA)
                       END-IF
                   END-IF
               WHEN WRK-EVT-TRANSFERENCIA
                   MOVE MAU-DEPARTAMENTO-ANT TO WRK-DEPTO-BUSCA
                   PERFORM 0170-LOCALIZAR-DEPTO
                       THRU 0170-LOCALIZAR-DEPTO-EXIT
                   IF WRK-DEPTO-ACHADO
                       ADD 1 TO WRK-DEP-SAIDAS
                           (WRK-IDX-DEP, WRK-MES-JANELA)
                   END-IF
                   MOVE MAU-DEPARTAMENTO-NOV TO WRK-DEPTO-BUSCA
                   PERFORM 0170-LOCALIZAR-DEPTO
                       THRU 0170-LOCALIZAR-DEPTO-EXIT
                   IF WRK-DEPTO-ACHADO
                       ADD 1 TO WRK-DEP-ENTRADAS
                           (WRK-IDX-DEP, WRK-MES-JANELA)
                   END-IF
           END-EVALUATE.
       0200-LER-TRILHA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EVENTO DEPOIS DA COMPETENCIA: SO ENTRA NO SALDO QUE  *
      * SERA DESFEITO DO EFETIVO ATUAL.                      *
      *----------------------------------------------------*
       0250-SOMAR-POSTERIOR.
           IF WRK-EVT-ADMISSAO OR WRK-EVT-TRANSFERENCIA
               MOVE MAU-DEPARTAMENTO-NOV TO WRK-DEPTO-BUSCA
               PERFORM 0170-LOCALIZAR-DEPTO
                   THRU 0170-LOCALIZAR-DEPTO-EXIT
               IF WRK-DEPTO-ACHADO
                   ADD 1 TO WRK-DEP-POSTERIOR(WRK-IDX-DEP)
               END-IF
           END-IF.
           IF WRK-EVT-DESLIGAMENTO OR WRK-EVT-TRANSFERENCIA
               MOVE MAU-DEPARTAMENTO-ANT TO WRK-DEPTO-BUSCA
               PERFORM 0170-LOCALIZAR-DEPTO
                   THRU 0170-LOCALIZAR-DEPTO-EXIT
               IF WRK-DEPTO-ACHADO
                   SUBTRACT 1 FROM WRK-DEP-POSTERIOR(WRK-IDX-DEP)
               END-IF
           END-IF.
       0250-SOMAR-POSTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TEMPO DE CASA DO DESLIGADO EM MESES COMPLETOS, DA    *
      * ADMISSAO NO CADASTRO ATE A DATA DO DESLIGAMENTO NA   *
      * TRILHA. MATRICULA JA EXPURGADA FICA FORA DA MEDIA.   *
      *----------------------------------------------------*
       0260-CALCULAR-TEMPO-CASA.
           MOVE 'N' TO WRK-SW-TEMPO-OK.
           MOVE MAU-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   GO TO 0260-CALCULAR-TEMPO-CASA-EXIT
           END-READ.
           COMPUTE WRK-TEMPO-CASA =
               (MAU-ANO - WRK-ANO-ENTRADA) * 12
               + MAU-MES - WRK-MES-ENTRADA.
           IF MAU-DIA < WRK-DIA-ENTRADA
               SUBTRACT 1 FROM WRK-TEMPO-CASA
           END-IF.
           IF WRK-TEMPO-CASA < ZEROS
               GO TO 0260-CALCULAR-TEMPO-CASA-EXIT
           END-IF.
           SET WRK-TEMPO-OK TO TRUE.
       0260-CALCULAR-TEMPO-CASA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EFETIVOS INICIAL E FINAL DE CADA MES: O FINAL DA     *
      * COMPETENCIA E O ATUAL MENOS O SALDO POSTERIOR; DAI   *
      * PARA TRAS, INICIAL = FINAL - ENTRADAS + SAIDAS DO    *
      * MES, E O INICIAL DE UM MES E O FINAL DO ANTERIOR.    *
      * OS TOTAIS DA EMPRESA SAO SOMADOS NA MESMA PASSADA.   *
      *----------------------------------------------------*
       0300-CALCULAR-SALDOS.
           INITIALIZE WRK-TAB-TOTAIS.
           IF WRK-QTD-DEPTOS > ZEROS
               PERFORM 0310-SALDOS-DEPTO
                   THRU 0310-SALDOS-DEPTO-EXIT
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPTOS
           END-IF.
       0300-CALCULAR-SALDOS-EXIT.
           EXIT.

       0310-SALDOS-DEPTO.
           COMPUTE WRK-DEP-FINAL(WRK-IDX-DEP, 12) =
               WRK-DEP-ATUAL(WRK-IDX-DEP)
               - WRK-DEP-POSTERIOR(WRK-IDX-DEP).
           ADD WRK-DEP-AUTORIZADO(WRK-IDX-DEP) TO WRK-TOT-AUTORIZADO.
           PERFORM 0320-SALDOS-MES THRU 0320-SALDOS-MES-EXIT
               VARYING WRK-NUM-MES FROM 12 BY -1
               UNTIL WRK-NUM-MES < 1.
       0310-SALDOS-DEPTO-EXIT.
           EXIT.

       0320-SALDOS-MES.
           COMPUTE WRK-DEP-INICIAL(WRK-IDX-DEP, WRK-NUM-MES) =
               WRK-DEP-FINAL(WRK-IDX-DEP, WRK-NUM-MES)
               - WRK-DEP-ADMISSOES(WRK-IDX-DEP, WRK-NUM-MES)
               - WRK-DEP-ENTRADAS(WRK-IDX-DEP, WRK-NUM-MES)
               + WRK-DEP-DESLIGAMENTOS(WRK-IDX-DEP, WRK-NUM-MES)
               + WRK-DEP-SAIDAS(WRK-IDX-DEP, WRK-NUM-MES).
           IF WRK-NUM-MES > 1
               MOVE WRK-DEP-INICIAL(WRK-IDX-DEP, WRK-NUM-MES)
                   TO WRK-DEP-FINAL(WRK-IDX-DEP, WRK-NUM-MES - 1)
           END-IF.
           ADD WRK-DEP-INICIAL(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-INICIAL(WRK-NUM-MES).
           ADD WRK-DEP-ADMISSOES(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-ADMISSOES(WRK-NUM-MES).
           ADD WRK-DEP-DESLIGAMENTOS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-DESLIGAMENTOS(WRK-NUM-MES).
           ADD WRK-DEP-ENTRADAS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-ENTRADAS(WRK-NUM-MES).
           ADD WRK-DEP-SAIDAS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-SAIDAS(WRK-NUM-MES).
           ADD WRK-DEP-FINAL(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-FINAL(WRK-NUM-MES).
           ADD WRK-DEP-SOMA-TEMPO(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-SOMA-TEMPO(WRK-NUM-MES).
           ADD WRK-DEP-QTD-TEMPO(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-TOT-QTD-TEMPO(WRK-NUM-MES).
       0320-SALDOS-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PRIMEIRA PARTE: A COMPETENCIA POR DEPARTAMENTO E O   *
      * TOTAL DA EMPRESA.                                    *
      *----------------------------------------------------*
       0400-IMPRIMIR-MES.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-MES.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           IF WRK-QTD-DEPTOS > ZEROS
               PERFORM 0410-IMPRIMIR-DEPTO-MES
                   THRU 0410-IMPRIMIR-DEPTO-MES-EXIT
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPTOS
           END-IF.
           MOVE 12 TO WRK-MES-JANELA.
           PERFORM 0450-ACUMULAR-TOTAL-MES
               THRU 0450-ACUMULAR-TOTAL-MES-EXIT.
           MOVE 'TOTAL' TO WRK-DET-ROTULO.
           PERFORM 0800-FORMATAR-LINHA THRU 0800-FORMATAR-LINHA-EXIT.
       0400-IMPRIMIR-MES-EXIT.
           EXIT.

       0410-IMPRIMIR-DEPTO-MES.
           MOVE WRK-DEP-INICIAL(WRK-IDX-DEP, 12) TO WRK-ACM-INICIAL.
           MOVE WRK-DEP-ADMISSOES(WRK-IDX-DEP, 12)
               TO WRK-ACM-ADMISSOES.
           MOVE WRK-DEP-DESLIGAMENTOS(WRK-IDX-DEP, 12)
               TO WRK-ACM-DESLIGAMENTOS.
           MOVE WRK-DEP-ENTRADAS(WRK-IDX-DEP, 12) TO WRK-ACM-ENTRADAS.
           MOVE WRK-DEP-SAIDAS(WRK-IDX-DEP, 12) TO WRK-ACM-SAIDAS.
           MOVE WRK-DEP-FINAL(WRK-IDX-DEP, 12) TO WRK-ACM-FINAL.
           COMPUTE WRK-ACM-SOMA-EFETIVO =
               WRK-ACM-INICIAL + WRK-ACM-FINAL.
           MOVE WRK-DEP-SOMA-TEMPO(WRK-IDX-DEP, 12)
               TO WRK-ACM-SOMA-TEMPO.
           MOVE WRK-DEP-QTD-TEMPO(WRK-IDX-DEP, 12)
               TO WRK-ACM-QTD-TEMPO.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO WRK-DET-ROTULO.
           PERFORM 0800-FORMATAR-LINHA THRU 0800-FORMATAR-LINHA-EXIT.
       0410-IMPRIMIR-DEPTO-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS ACUMULADORES COM O TOTAL DA EMPRESA NO    *
      * MES WRK-MES-JANELA.                                  *
      *----------------------------------------------------*
       0450-ACUMULAR-TOTAL-MES.
           MOVE WRK-TOT-INICIAL(WRK-MES-JANELA) TO WRK-ACM-INICIAL.
           MOVE WRK-TOT-ADMISSOES(WRK-MES-JANELA)
               TO WRK-ACM-ADMISSOES.
           MOVE WRK-TOT-DESLIGAMENTOS(WRK-MES-JANELA)
               TO WRK-ACM-DESLIGAMENTOS.
           MOVE WRK-TOT-ENTRADAS(WRK-MES-JANELA) TO WRK-ACM-ENTRADAS.
           MOVE WRK-TOT-SAIDAS(WRK-MES-JANELA) TO WRK-ACM-SAIDAS.
           MOVE WRK-TOT-FINAL(WRK-MES-JANELA) TO WRK-ACM-FINAL.
           COMPUTE WRK-ACM-SOMA-EFETIVO =
               WRK-ACM-INICIAL + WRK-ACM-FINAL.
           MOVE WRK-TOT-SOMA-TEMPO(WRK-MES-JANELA)
               TO WRK-ACM-SOMA-TEMPO.
           MOVE WRK-TOT-QTD-TEMPO(WRK-MES-JANELA)
               TO WRK-ACM-QTD-TEMPO.
       0450-ACUMULAR-TOTAL-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SEGUNDA PARTE: OS DOZE MESES POR DEPARTAMENTO - O    *
      * INICIAL E O DO PRIMEIRO MES DA JANELA, O FINAL O DA  *
      * COMPETENCIA, E O EFETIVO MEDIO A MEDIA DOS DOZE.     *
      *----------------------------------------------------*
       0500-IMPRIMIR-DOZE-MESES.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-DOZE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           IF WRK-QTD-DEPTOS > ZEROS
               PERFORM 0510-IMPRIMIR-DEPTO-DOZE
                   THRU 0510-IMPRIMIR-DEPTO-DOZE-EXIT
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPTOS
           END-IF.
           MOVE WRK-TOT-INICIAL(1) TO WRK-ACM-INICIAL.
           MOVE WRK-TOT-FINAL(12) TO WRK-ACM-FINAL.
           MOVE ZEROS TO WRK-ACM-ADMISSOES WRK-ACM-DESLIGAMENTOS
               WRK-ACM-ENTRADAS WRK-ACM-SAIDAS WRK-ACM-SOMA-EFETIVO
               WRK-ACM-SOMA-TEMPO WRK-ACM-QTD-TEMPO.
           PERFORM 0530-SOMAR-TOTAL-MES THRU 0530-SOMAR-TOTAL-MES-EXIT
               VARYING WRK-NUM-MES FROM 1 BY 1
               UNTIL WRK-NUM-MES > 12.
           MOVE 'TOTAL' TO WRK-DET-ROTULO.
           PERFORM 0810-FORMATAR-LINHA-DOZE
               THRU 0810-FORMATAR-LINHA-DOZE-EXIT.
       0500-IMPRIMIR-DOZE-MESES-EXIT.
           EXIT.

       0510-IMPRIMIR-DEPTO-DOZE.
           MOVE WRK-DEP-INICIAL(WRK-IDX-DEP, 1) TO WRK-ACM-INICIAL.
           MOVE WRK-DEP-FINAL(WRK-IDX-DEP, 12) TO WRK-ACM-FINAL.
           MOVE ZEROS TO WRK-ACM-ADMISSOES WRK-ACM-DESLIGAMENTOS
               WRK-ACM-ENTRADAS WRK-ACM-SAIDAS WRK-ACM-SOMA-EFETIVO
               WRK-ACM-SOMA-TEMPO WRK-ACM-QTD-TEMPO.
           PERFORM 0520-SOMAR-DEPTO-MES THRU 0520-SOMAR-DEPTO-MES-EXIT
               VARYING WRK-NUM-MES FROM 1 BY 1
               UNTIL WRK-NUM-MES > 12.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO WRK-DET-ROTULO.
           PERFORM 0810-FORMATAR-LINHA-DOZE
               THRU 0810-FORMATAR-LINHA-DOZE-EXIT.
       0510-IMPRIMIR-DEPTO-DOZE-EXIT.
           EXIT.

       0520-SOMAR-DEPTO-MES.
           ADD WRK-DEP-ADMISSOES(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-ADMISSOES.
           ADD WRK-DEP-DESLIGAMENTOS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-DESLIGAMENTOS.
           ADD WRK-DEP-ENTRADAS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-ENTRADAS.
           ADD WRK-DEP-SAIDAS(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-SAIDAS.
           ADD WRK-DEP-INICIAL(WRK-IDX-DEP, WRK-NUM-MES)
               WRK-DEP-FINAL(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-SOMA-EFETIVO.
           ADD WRK-DEP-SOMA-TEMPO(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-SOMA-TEMPO.
           ADD WRK-DEP-QTD-TEMPO(WRK-IDX-DEP, WRK-NUM-MES)
               TO WRK-ACM-QTD-TEMPO.
       0520-SOMAR-DEPTO-MES-EXIT.
           EXIT.

       0530-SOMAR-TOTAL-MES.
           ADD WRK-TOT-ADMISSOES(WRK-NUM-MES) TO WRK-ACM-ADMISSOES.
           ADD WRK-TOT-DESLIGAMENTOS(WRK-NUM-MES)
               TO WRK-ACM-DESLIGAMENTOS.
           ADD WRK-TOT-ENTRADAS(WRK-NUM-MES) TO WRK-ACM-ENTRADAS.
           ADD WRK-TOT-SAIDAS(WRK-NUM-MES) TO WRK-ACM-SAIDAS.
           ADD WRK-TOT-INICIAL(WRK-NUM-MES) WRK-TOT-FINAL(WRK-NUM-MES)
               TO WRK-ACM-SOMA-EFETIVO.
           ADD WRK-TOT-SOMA-TEMPO(WRK-NUM-MES) TO WRK-ACM-SOMA-TEMPO.
           ADD WRK-TOT-QTD-TEMPO(WRK-NUM-MES) TO WRK-ACM-QTD-TEMPO.
       0530-SOMAR-TOTAL-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TERCEIRA PARTE: TENDENCIA DA EMPRESA MES A MES NA    *
      * JANELA, DO MAIS ANTIGO PARA A COMPETENCIA.           *
      *----------------------------------------------------*
       0600-IMPRIMIR-TENDENCIA.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TENDENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           PERFORM 0610-IMPRIMIR-MES-TENDENCIA
               THRU 0610-IMPRIMIR-MES-TENDENCIA-EXIT
               VARYING WRK-MES-JANELA FROM 1 BY 1
               UNTIL WRK-MES-JANELA > 12.
       0600-IMPRIMIR-TENDENCIA-EXIT.
           EXIT.

       0610-IMPRIMIR-MES-TENDENCIA.
           COMPUTE WRK-NUM-AUX =
               WRK-NUM-COMPETENCIA - 12 + WRK-MES-JANELA - 1.
           DIVIDE WRK-NUM-AUX BY 12 GIVING WRK-ROT-ANO.
           COMPUTE WRK-ROT-MES =
               WRK-NUM-AUX + 1 - WRK-ROT-ANO * 12.
           PERFORM 0450-ACUMULAR-TOTAL-MES
               THRU 0450-ACUMULAR-TOTAL-MES-EXIT.
           MOVE WRK-MES-ROTULO TO WRK-DET-ROTULO.
           PERFORM 0800-FORMATAR-LINHA THRU 0800-FORMATAR-LINHA-EXIT.
       0610-IMPRIMIR-MES-TENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * QUARTA PARTE: EFETIVO FINAL DA COMPETENCIA CONTRA O  *
      * AUTORIZADO NO ORCAMENTO DO ANO, POR DEPARTAMENTO E   *
      * NO TOTAL DA EMPRESA.                                 *
      *----------------------------------------------------*
       0700-IMPRIMIR-ORCAMENTO.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-ORCAMENTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS-ORC.
           IF WRK-QTD-DEPTOS > ZEROS
               PERFORM 0710-IMPRIMIR-DEPTO-ORC
                   THRU 0710-IMPRIMIR-DEPTO-ORC-EXIT
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPTOS
           END-IF.
           MOVE 'TOTAL' TO WRK-LOR-DEPTO.
           MOVE WRK-TOT-FINAL(12) TO WRK-ACM-FINAL.
           MOVE WRK-TOT-AUTORIZADO TO WRK-LOR-AUTORIZADO.
           COMPUTE WRK-DIFERENCA = WRK-ACM-FINAL - WRK-TOT-AUTORIZADO.
           PERFORM 0720-FORMATAR-ORC THRU 0720-FORMATAR-ORC-EXIT.
           DISPLAY 'ROTATREL: COMPETENCIA ' WRK-COMPETENCIA
               ' - EFETIVO FINAL ' WRK-LOR-FINAL
               ', AUTORIZADO ' WRK-LOR-AUTORIZADO.
       0700-IMPRIMIR-ORCAMENTO-EXIT.
           EXIT.

       0710-IMPRIMIR-DEPTO-ORC.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO WRK-LOR-DEPTO.
           MOVE WRK-DEP-FINAL(WRK-IDX-DEP, 12) TO WRK-ACM-FINAL.
           MOVE WRK-DEP-AUTORIZADO(WRK-IDX-DEP) TO WRK-LOR-AUTORIZADO.
           COMPUTE WRK-DIFERENCA =
               WRK-ACM-FINAL - WRK-DEP-AUTORIZADO(WRK-IDX-DEP).
           PERFORM 0720-FORMATAR-ORC THRU 0720-FORMATAR-ORC-EXIT.
       0710-IMPRIMIR-DEPTO-ORC-EXIT.
           EXIT.

       0720-FORMATAR-ORC.
           MOVE WRK-ACM-FINAL TO WRK-LOR-FINAL.
           MOVE WRK-DIFERENCA TO WRK-LOR-DIFERENCA.
           EVALUATE TRUE
               WHEN WRK-LOR-AUTORIZADO = ZEROS
                   MOVE 'SEM ORCAMENTO' TO WRK-LOR-SITUACAO
               WHEN WRK-DIFERENCA > ZEROS
                   MOVE 'ACIMA DO AUTORIZADO' TO WRK-LOR-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO WRK-LOR-SITUACAO
           END-EVALUATE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ORCAMENTO.
       0720-FORMATAR-ORC-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA E GRAVA UMA LINHA DE MES A PARTIR DOS          *
      * ACUMULADORES: ROTATIVIDADE = (ADM + DESL) / (INICIAL *
      * + FINAL) X 100, QUE E A MEDIA DE ENTRADAS E SAIDAS   *
      * SOBRE O EFETIVO MEDIO.                               *
      *----------------------------------------------------*
       0800-FORMATAR-LINHA.
           MOVE ZEROS TO WRK-ROTATIVIDADE.
           IF WRK-ACM-SOMA-EFETIVO > ZEROS
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-ACM-ADMISSOES + WRK-ACM-DESLIGAMENTOS) * 100
                   / WRK-ACM-SOMA-EFETIVO
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           END-IF.
           PERFORM 0820-GRAVAR-LINHA THRU 0820-GRAVAR-LINHA-EXIT.
       0800-FORMATAR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LINHA DOS DOZE MESES: O EFETIVO MEDIO E A SOMA DOS   *
      * (INICIAL + FINAL) DOS DOZE MESES DIVIDIDA POR 24, E  *
      * A ROTATIVIDADE = ((ADM + DESL) / 2) / EFETIVO MEDIO  *
      * X 100 = (ADM + DESL) X 1200 / SOMA.                  *
      *----------------------------------------------------*
       0810-FORMATAR-LINHA-DOZE.
           MOVE ZEROS TO WRK-ROTATIVIDADE.
           IF WRK-ACM-SOMA-EFETIVO > ZEROS
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-ACM-ADMISSOES + WRK-ACM-DESLIGAMENTOS) * 1200
                   / WRK-ACM-SOMA-EFETIVO
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           END-IF.
           PERFORM 0820-GRAVAR-LINHA THRU 0820-GRAVAR-LINHA-EXIT.
       0810-FORMATAR-LINHA-DOZE-EXIT.
           EXIT.

       0820-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-TEMPO-MEDIO.
           IF WRK-ACM-QTD-TEMPO > ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-ACM-SOMA-TEMPO / WRK-ACM-QTD-TEMPO
           END-IF.
           MOVE WRK-ACM-INICIAL       TO WRK-DET-INICIAL.
           MOVE WRK-ACM-ADMISSOES     TO WRK-DET-ADMISSOES.
           MOVE WRK-ACM-DESLIGAMENTOS TO WRK-DET-DESLIGAMENTOS.
           MOVE WRK-ACM-ENTRADAS      TO WRK-DET-ENTRADAS.
           MOVE WRK-ACM-SAIDAS        TO WRK-DET-SAIDAS.
           MOVE WRK-ACM-FINAL         TO WRK-DET-FINAL.
           MOVE WRK-ROTATIVIDADE      TO WRK-DET-ROTATIVIDADE.
           MOVE WRK-TEMPO-MEDIO       TO WRK-DET-TEMPO-MEDIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0820-GRAVAR-LINHA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE FUNCIONARIO-ARQ
               CLOSE MOVAUD-ARQ
               CLOSE RELATORIO-ARQ
               DISPLAY 'ROTATREL: ' WRK-QTD-EVENTOS
                   ' EVENTOS NA TRILHA, ' WRK-QTD-NA-JANELA
                   ' NOS DOZE MESES, ' WRK-QTD-DEPTOS
                   ' DEPARTAMENTOS'
           ELSE
               DISPLAY 'ROTATREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

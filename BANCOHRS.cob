       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHRS.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: BANCO DE HORAS DO ACORDO COLETIVO. ATE AQUI O
      * CALCLIQ PAGAVA TODA HORA EXTRA DO PONTOACM NO PROPRIO
      * MES. ESTE PROGRAMA RODA NO FECHAMENTO, DEPOIS DO
      * PONTOMES E ANTES DO CALCLIQ, E PARA A COMPETENCIA
      * (CARTAO COMPET, AAAAMM; SEM O CARTAO, ANO/MES DA
      * EXECUCAO):
      *   - CREDITA AS HORAS EXTRAS DO MES DE CADA MATRICULA
      *     ATIVA NUM LOTE PROPRIO DO BANCO (BHMSTR, VER
      *     BHREG.COB);
      *   - COMPENSA AS FALTAS INJUSTIFICADAS DO MES COM AS
      *     HORAS DO BANCO, UM DIA DE JORNADA (CARTAO BHPARM)
      *     POR FALTA, CONSUMINDO OS LOTES MAIS ANTIGOS
      *     PRIMEIRO - FALTA SEM SALDO SUFICIENTE CONTINUA
      *     SENDO DESCONTADA PELO CALCLIQ;
      *   - VENCE AS HORAS DE LOTES COM O PRAZO DO ACORDO
      *     (CARTAO BHPARM, PADRAO 6 MESES) COMPLETO, QUE O
      *     CALCLIQ PAGA COMO HORA EXTRA NA COMPETENCIA;
      *   - BAIXA O SALDO DE QUEM FOI DESLIGADO, JA PAGO NAS
      *     VERBAS DO RESCISAO.
      * GRAVA O ACERTO DO MES PARA O CALCLIQ (BHPAGAR, VER
      * BHPAGREG.COB), A GERACAO NOVA DO BANCO (BHNEW, QUE
      * SUBSTITUI O BHMSTR APOS A EXECUCAO) E O EXTRATO
      * MENSAL POR FUNCIONARIO (BHEXTR), COM O SALDO E AS
      * HORAS QUE VENCEM NO MES SEGUINTE. COMPETENCIA JA
      * LANCADA NO BHMSTR NAO E PROCESSADA DE NOVO.
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
           SELECT PONTOACM-ARQ ASSIGN TO 'PONTOACM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PNT.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT BANCO-ARQ ASSIGN TO 'BHMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BHM.

           SELECT BANCONOVO-ARQ ASSIGN TO 'BHNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BHN.

           SELECT ACERTO-ARQ ASSIGN TO 'BHPAGAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BHP.

           SELECT EXTRATO-ARQ ASSIGN TO 'BHEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT BHPARM-ARQ ASSIGN TO 'BHPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTOACM-ARQ.
           COPY 'PONTOREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  BANCO-ARQ.
           COPY 'BHREG.COB'.

       FD  BANCONOVO-ARQ.
       01  WRK-REG-BANCONOVO           PIC X(31).

       FD  ACERTO-ARQ.
           COPY 'BHPAGREG.COB'.

       FD  EXTRATO-ARQ.
       01  WRK-LINHA-EXTRATO           PIC X(80).

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

      *    PARAMETROS DO ACORDO: PRAZO EM MESES PARA COMPENSAR
      *    AS HORAS E JORNADA DIARIA (HORAS DE UM DIA DE FALTA).
       FD  BHPARM-ARQ.
       01  WRK-REG-BHPARM.
           05  PRM-PRAZO-MESES         PIC 9(02).
           05  PRM-HORAS-JORNADA       PIC 9(02)V99.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-PNT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-BHM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-BHN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-BHP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EXT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-PNT              PIC X(01) VALUE 'N'.
           88  WRK-FIM-PNT                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-JA-LANCADA           PIC X(01) VALUE 'N'.
           88  WRK-COMPETENCIA-JA-LANCADA         VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).
       01  WRK-DATA-SISTEMA-NUM REDEFINES WRK-DATA-SISTEMA
                                        PIC 9(08).

       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                        PIC 9(06).

      *    PARAMETROS DO ACORDO (CARTAO BHPARM). OS PADROES SO
      *    VALEM ENQUANTO O CARTAO NAO EXISTIR.
       77  WRK-PRAZO-MESES              PIC 9(02) VALUE 06.
       77  WRK-HORAS-JORNADA            PIC 9(02)V99 VALUE 08,00.

      *    LOTES DE CREDITO COM SALDO EM ABERTO, NA ORDEM DO
      *    BHMSTR (MAIS ANTIGOS PRIMEIRO) SEGUIDOS DOS CREDITOS
      *    DO MES. REGRAVADOS NA GERACAO NOVA NO ENCERRAMENTO.
       77  WRK-QTD-LOTES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LOTES.
           05  WRK-LOT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-LOTES
                   INDEXED BY WRK-IDX-LOT.
               10  WRK-LOT-MATRICULA     PIC 9(06).
               10  WRK-LOT-COMPETENCIA.
                   15  WRK-LOT-ANO       PIC 9(04).
                   15  WRK-LOT-MES       PIC 9(02).
               10  WRK-LOT-HORAS         PIC 9(03)V99.
               10  WRK-LOT-SALDO         PIC 9(03)V99.
               10  WRK-LOT-DATA-PROCESSO PIC 9(08).
       77  WRK-SW-LOTES-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-LOTES-CHEIA                     VALUE 'S'.

      *    EXTRATO POR MATRICULA: SALDO ANTERIOR, MOVIMENTO DO
      *    MES, SALDO ATUAL E O QUE VENCE NO MES SEGUINTE, COM
      *    OS DADOS DO CADASTRO.
       77  WRK-QTD-EXTRATOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EXTRATOS.
           05  WRK-EXT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-EXTRATOS
                   INDEXED BY WRK-IDX-EXT.
               10  WRK-EXT-MATRICULA     PIC 9(06).
               10  WRK-EXT-NOME          PIC X(20).
               10  WRK-EXT-DEPARTAMENTO  PIC X(10).
               10  WRK-EXT-SITUACAO      PIC X(01).
                   88  WRK-EXT-ATIVO               VALUE 'A'.
               10  WRK-EXT-SALDO-ANT     PIC 9(03)V99.
               10  WRK-EXT-CREDITOS      PIC 9(03)V99.
               10  WRK-EXT-COMPENSADAS   PIC 9(03)V99.
               10  WRK-EXT-FALTAS-COMP   PIC 9(02).
               10  WRK-EXT-VENCIDAS      PIC 9(03)V99.
               10  WRK-EXT-RESCISAO      PIC 9(03)V99.
               10  WRK-EXT-SALDO-ATU     PIC 9(03)V99.
               10  WRK-EXT-A-VENCER      PIC 9(03)V99.
       77  WRK-SW-EXTRATOS-CHEIA        PIC X(01) VALUE 'N'.
           88  WRK-EXTRATOS-CHEIA                  VALUE 'S'.
       77  WRK-MATRICULA-BUSCA          PIC 9(06) VALUE ZEROS.
       77  WRK-SW-EXT-ACHADO            PIC X(01) VALUE 'N'.
           88  WRK-EXT-ACHADO                      VALUE 'S'.

       77  WRK-MESES-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-IDADE-LOTE               PIC S9(04) VALUE ZEROS.
       77  WRK-HORAS-CONSUMIR           PIC 9(03)V99 VALUE ZEROS.
       77  WRK-HORAS-DO-LOTE            PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DIA-FALTA                PIC 9(02) VALUE ZEROS.
       77  WRK-FALTAS-COMPENSADAS       PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-CREDITOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ACERTOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-BANCO           PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-COMPENSADAS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGAS              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO              PIC 9(07)V99 VALUE ZEROS.

       01  WRK-CABECALHO-1.
           05  FILLER                   PIC X(40)
               VALUE 'EXTRATO DO BANCO DE HORAS - COMPETENCIA '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).
           05  FILLER                   PIC X(09) VALUE '  PRAZO: '.
           05  WRK-CAB-PRAZO            PIC Z9.
           05  FILLER                   PIC X(06) VALUE ' MESES'.

       01  WRK-CABECALHO-2.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(17) VALUE 'NOME'.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(07) VALUE ' ANTER'.
           05  FILLER                   PIC X(07) VALUE ' CREDI'.
           05  FILLER                   PIC X(07) VALUE ' COMPE'.
           05  FILLER                   PIC X(07) VALUE ' PAGAS'.
           05  FILLER                   PIC X(07) VALUE ' SALDO'.
           05  FILLER                   PIC X(07) VALUE ' VENCE'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DEPTO            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SALDO-ANT        PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CREDITOS         PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-COMPENSADAS      PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PAGAS            PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SALDO-ATU        PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-A-VENCER         PIC ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(10) VALUE 'CREDITOS: '.
           05  WRK-TOT-CREDITOS         PIC ZZZZZ9,99.
           05  FILLER                   PIC X(08) VALUE '  COMP: '.
           05  WRK-TOT-COMPENSADAS      PIC ZZZZZ9,99.
           05  FILLER                   PIC X(09) VALUE '  PAGAS: '.
           05  WRK-TOT-PAGAS            PIC ZZZZZ9,99.
           05  FILLER                   PIC X(09) VALUE '  SALDO: '.
           05  WRK-TOT-SALDO            PIC ZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-CARTOES
               THRU 0105-CARREGAR-CARTOES-EXIT.
           PERFORM 0107-VERIFICAR-COMPETENCIA
               THRU 0107-VERIFICAR-COMPETENCIA-EXIT.
           IF WRK-COMPETENCIA-JA-LANCADA
               DISPLAY 'BANCOHRS: COMPETENCIA ' WRK-COMPETENCIA-NUM
                   ' JA LANCADA NO BHMSTR - BANCO DE HORAS NAO '
                   'PROCESSADO DE NOVO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0110-CARREGAR-BANCO
                   THRU 0110-CARREGAR-BANCO-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-PNT
               PERFORM 0400-AVALIAR-LOTE THRU 0400-AVALIAR-LOTE-EXIT
                   VARYING WRK-IDX-LOT FROM 1 BY 1
                   UNTIL WRK-IDX-LOT > WRK-QTD-LOTES
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE O PONTO DO MES E O CADASTRO (OBRIGATORIOS) E AS *
      * SAIDAS: GERACAO NOVA DO BANCO, ACERTO E EXTRATO.     *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT PONTOACM-ARQ.
           IF WRK-FS-PNT NOT = '00'
               MOVE WRK-FS-PNT TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'BANCOHRS: ERRO AO ABRIR PONTOACM - STATUS '
                   WRK-FS-PNT ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-PNT TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'BANCOHRS: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE PONTOACM-ARQ
               SET WRK-FIM-PNT TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT BANCONOVO-ARQ.
           OPEN OUTPUT ACERTO-ARQ.
           OPEN OUTPUT EXTRATO-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARTOES OPCIONAIS: COMPETENCIA (COMPET; SEM O        *
      * CARTAO, O ANO/MES DA EXECUCAO) E PARAMETROS DO       *
      * ACORDO (BHPARM; SEM O CARTAO, 6 MESES E 8 HORAS).    *
      *----------------------------------------------------*
       0105-CARREGAR-CARTOES.
           MOVE WRK-ANOSYS TO WRK-CMP-ANO.
           MOVE WRK-MESSYS TO WRK-CMP-MES.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET TO WRK-COMPETENCIA
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
           OPEN INPUT BHPARM-ARQ.
           IF WRK-FS-PRM = '00'
               READ BHPARM-ARQ
                   NOT AT END
                       MOVE PRM-PRAZO-MESES TO WRK-PRAZO-MESES
                       MOVE PRM-HORAS-JORNADA TO WRK-HORAS-JORNADA
               END-READ
               CLOSE BHPARM-ARQ
           END-IF.
           IF WRK-PRAZO-MESES = ZEROS
               MOVE 06 TO WRK-PRAZO-MESES
           END-IF.
           IF WRK-HORAS-JORNADA = ZEROS
               MOVE 08,00 TO WRK-HORAS-JORNADA
           END-IF.
           COMPUTE WRK-MESES-COMPETENCIA =
               WRK-CMP-ANO * 12 + WRK-CMP-MES.
       0105-CARREGAR-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA DE REPROCESSO: SE O BHMSTR JA TEM LANCAMENTO  *
      * DA COMPETENCIA (A GERACAO NOVA JA SUBSTITUIU O       *
      * BANCO), PROCESSAR DE NOVO CREDITARIA AS HORAS DUAS   *
      * VEZES. PARA REPROCESSAR, VOLTE O BHMSTR ANTERIOR.    *
      *----------------------------------------------------*
       0107-VERIFICAR-COMPETENCIA.
           OPEN INPUT BANCO-ARQ.
           IF WRK-FS-BHM NOT = '00'
               GO TO 0107-VERIFICAR-COMPETENCIA-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-BHM = '10'
               OR WRK-COMPETENCIA-JA-LANCADA
               READ BANCO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-BHM
                   NOT AT END
                       IF WRK-BH-COMPETENCIA = WRK-COMPETENCIA
                           SET WRK-COMPETENCIA-JA-LANCADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANCO-ARQ.
       0107-VERIFICAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O BANCO ATUAL (BHMSTR). OS LOTES DE CREDITO  *
      * COM SALDO VAO PARA A TABELA; O RESTO (HISTORICO) E   *
      * COPIADO DIRETO PARA A GERACAO NOVA. SEM O BHMSTR     *
      * (PRIMEIRO MES DO BANCO), O BANCO COMECA VAZIO.       *
      *----------------------------------------------------*
       0110-CARREGAR-BANCO.
           MOVE ZEROS TO WRK-QTD-LOTES.
           OPEN INPUT BANCO-ARQ.
           IF WRK-FS-BHM NOT = '00'
               DISPLAY 'BANCOHRS: BHMSTR INDISPONIVEL - BANCO DE '
                   'HORAS INICIADO VAZIO'
               GO TO 0110-CARREGAR-BANCO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-BHM = '10'
               READ BANCO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-BHM
                   NOT AT END
                       PERFORM 0115-GUARDAR-LANCAMENTO
                           THRU 0115-GUARDAR-LANCAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE BANCO-ARQ.
       0110-CARREGAR-BANCO-EXIT.
           EXIT.

       0115-GUARDAR-LANCAMENTO.
           IF NOT WRK-BH-CREDITO OR WRK-BH-SALDO-LOTE = ZEROS
               WRITE WRK-REG-BANCONOVO FROM WRK-LANCAMENTO-BANCO
               GO TO 0115-GUARDAR-LANCAMENTO-EXIT
           END-IF.
           IF WRK-QTD-LOTES >= 5000
               IF NOT WRK-LOTES-CHEIA
                   SET WRK-LOTES-CHEIA TO TRUE
                   DISPLAY 'BANCOHRS: MAIS DE 5000 LOTES EM ABERTO '
                       '- EXCEDENTES COPIADOS SEM MOVIMENTO'
               END-IF
               WRITE WRK-REG-BANCONOVO FROM WRK-LANCAMENTO-BANCO
               GO TO 0115-GUARDAR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOTES.
           SET WRK-IDX-LOT TO WRK-QTD-LOTES.
           MOVE WRK-BH-MATRICULA TO WRK-LOT-MATRICULA(WRK-IDX-LOT).
           MOVE WRK-BH-COMPETENCIA
               TO WRK-LOT-COMPETENCIA(WRK-IDX-LOT).
           MOVE WRK-BH-HORAS TO WRK-LOT-HORAS(WRK-IDX-LOT).
           MOVE WRK-BH-SALDO-LOTE TO WRK-LOT-SALDO(WRK-IDX-LOT).
           MOVE WRK-BH-DATA-PROCESSO
               TO WRK-LOT-DATA-PROCESSO(WRK-IDX-LOT).
       0115-GUARDAR-LANCAMENTO-EXIT.
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
      * UMA MATRICULA DO PONTO DO MES: CREDITA AS HORAS      *
      * EXTRAS NUM LOTE NOVO E COMPENSA AS FALTAS            *
      * INJUSTIFICADAS COM O SALDO DO BANCO. MATRICULA       *
      * DESLIGADA OU FORA DO CADASTRO NAO ENTRA NO BANCO.    *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ PONTOACM-ARQ
               AT END
                   SET WRK-FIM-PNT TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-ACM-HORAS-EXTRAS = ZEROS
               AND WRK-ACM-FALTAS-INJ = ZEROS
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           MOVE WRK-ACM-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 0250-LOCALIZAR-EXTRATO
               THRU 0250-LOCALIZAR-EXTRATO-EXIT.
           IF NOT WRK-EXT-ACHADO
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF NOT WRK-EXT-ATIVO(WRK-IDX-EXT)
               ADD 1 TO WRK-QTD-FORA-BANCO
               DISPLAY 'BANCOHRS: MATRICULA ' WRK-ACM-MATRICULA
                   ' DESLIGADA OU FORA DO CADASTRO - PONTO DO MES '
                   'FORA DO BANCO'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF WRK-ACM-HORAS-EXTRAS > ZEROS
               PERFORM 0300-CREDITAR THRU 0300-CREDITAR-EXIT
           END-IF.
           IF WRK-ACM-FALTAS-INJ > ZEROS
               PERFORM 0320-COMPENSAR-FALTAS
                   THRU 0320-COMPENSAR-FALTAS-EXIT
           END-IF.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-EXT NO EXTRATO DA MATRICULA EM     *
      * WRK-MATRICULA-BUSCA, ABRINDO UM NOVO COM OS DADOS DO *
      * CADASTRO E O SALDO ANTERIOR DOS LOTES. TABELA CHEIA  *
      * DEVOLVE WRK-EXT-ACHADO DESLIGADO.                    *
      *----------------------------------------------------*
       0250-LOCALIZAR-EXTRATO.
           SET WRK-EXT-ACHADO TO TRUE.
           IF WRK-QTD-EXTRATOS > ZEROS
               SET WRK-IDX-EXT TO 1
               SEARCH WRK-EXT
                   AT END
                       CONTINUE
                   WHEN WRK-EXT-MATRICULA(WRK-IDX-EXT)
                           = WRK-MATRICULA-BUSCA
                       GO TO 0250-LOCALIZAR-EXTRATO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-EXTRATOS >= 2000
               IF NOT WRK-EXTRATOS-CHEIA
                   SET WRK-EXTRATOS-CHEIA TO TRUE
                   DISPLAY 'BANCOHRS: MAIS DE 2000 MATRICULAS NO '
                       'BANCO - EXCEDENTES SEM MOVIMENTO NO MES'
               END-IF
               MOVE 'N' TO WRK-SW-EXT-ACHADO
               GO TO 0250-LOCALIZAR-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EXTRATOS.
           SET WRK-IDX-EXT TO WRK-QTD-EXTRATOS.
           MOVE WRK-MATRICULA-BUSCA TO WRK-EXT-MATRICULA(WRK-IDX-EXT).
           MOVE WRK-MATRICULA-BUSCA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
                   MOVE SPACES TO WRK-DEPARTAMENTO
                   MOVE 'X' TO WRK-SITUACAO
           END-READ.
           MOVE WRK-NOME TO WRK-EXT-NOME(WRK-IDX-EXT).
           MOVE WRK-DEPARTAMENTO TO WRK-EXT-DEPARTAMENTO(WRK-IDX-EXT).
           MOVE WRK-SITUACAO TO WRK-EXT-SITUACAO(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-SALDO-ANT(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-CREDITOS(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-COMPENSADAS(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-FALTAS-COMP(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-VENCIDAS(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-RESCISAO(WRK-IDX-EXT).
           MOVE ZEROS TO WRK-EXT-A-VENCER(WRK-IDX-EXT).
           PERFORM 0260-SOMAR-SALDO-ANTERIOR
               THRU 0260-SOMAR-SALDO-ANTERIOR-EXIT
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-QTD-LOTES.
           MOVE WRK-EXT-SALDO-ANT(WRK-IDX-EXT)
               TO WRK-EXT-SALDO-ATU(WRK-IDX-EXT).
       0250-LOCALIZAR-EXTRATO-EXIT.
           EXIT.

       0260-SOMAR-SALDO-ANTERIOR.
           IF WRK-LOT-MATRICULA(WRK-IDX-LOT) = WRK-MATRICULA-BUSCA
               ADD WRK-LOT-SALDO(WRK-IDX-LOT)
                   TO WRK-EXT-SALDO-ANT(WRK-IDX-EXT)
           END-IF.
       0260-SOMAR-SALDO-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CREDITA AS HORAS EXTRAS DO MES NUM LOTE NOVO, NO FIM *
      * DA TABELA (OS LOTES FICAM DO MAIS ANTIGO PARA O MAIS *
      * NOVO).                                               *
      *----------------------------------------------------*
       0300-CREDITAR.
           IF WRK-QTD-LOTES >= 5000
               DISPLAY 'BANCOHRS: TABELA DE LOTES CHEIA - HORAS '
                   'EXTRAS DA MATRICULA ' WRK-ACM-MATRICULA
                   ' FORA DO BANCO'
               ADD 1 TO WRK-QTD-FORA-BANCO
               GO TO 0300-CREDITAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LOTES.
           SET WRK-IDX-LOT TO WRK-QTD-LOTES.
           MOVE WRK-ACM-MATRICULA TO WRK-LOT-MATRICULA(WRK-IDX-LOT).
           MOVE WRK-COMPETENCIA TO WRK-LOT-COMPETENCIA(WRK-IDX-LOT).
           MOVE WRK-ACM-HORAS-EXTRAS TO WRK-LOT-HORAS(WRK-IDX-LOT).
           MOVE WRK-ACM-HORAS-EXTRAS TO WRK-LOT-SALDO(WRK-IDX-LOT).
           MOVE WRK-DATA-SISTEMA-NUM
               TO WRK-LOT-DATA-PROCESSO(WRK-IDX-LOT).
           ADD WRK-ACM-HORAS-EXTRAS TO WRK-EXT-CREDITOS(WRK-IDX-EXT).
           ADD WRK-ACM-HORAS-EXTRAS TO WRK-EXT-SALDO-ATU(WRK-IDX-EXT).
           ADD WRK-ACM-HORAS-EXTRAS TO WRK-TOTAL-CREDITOS.
           ADD 1 TO WRK-QTD-CREDITOS.
       0300-CREDITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COMPENSA AS FALTAS INJUSTIFICADAS DO MES, UMA        *
      * JORNADA POR DIA, ENQUANTO HOUVER SALDO PARA O DIA    *
      * INTEIRO. GRAVA UM LANCAMENTO 'D' COM O TOTAL.        *
      *----------------------------------------------------*
       0320-COMPENSAR-FALTAS.
           MOVE ZEROS TO WRK-FALTAS-COMPENSADAS.
           PERFORM 0325-COMPENSAR-DIA THRU 0325-COMPENSAR-DIA-EXIT
               VARYING WRK-DIA-FALTA FROM 1 BY 1
               UNTIL WRK-DIA-FALTA > WRK-ACM-FALTAS-INJ
               OR WRK-EXT-SALDO-ATU(WRK-IDX-EXT) < WRK-HORAS-JORNADA.
           IF WRK-FALTAS-COMPENSADAS = ZEROS
               GO TO 0320-COMPENSAR-FALTAS-EXIT
           END-IF.
           MOVE WRK-FALTAS-COMPENSADAS
               TO WRK-EXT-FALTAS-COMP(WRK-IDX-EXT).
           MOVE WRK-ACM-MATRICULA TO WRK-BH-MATRICULA.
           MOVE WRK-COMPETENCIA TO WRK-BH-COMPETENCIA.
           MOVE 'D' TO WRK-BH-TIPO.
           COMPUTE WRK-BH-HORAS =
               WRK-FALTAS-COMPENSADAS * WRK-HORAS-JORNADA.
           MOVE ZEROS TO WRK-BH-SALDO-LOTE.
           MOVE WRK-DATA-SISTEMA-NUM TO WRK-BH-DATA-PROCESSO.
           WRITE WRK-REG-BANCONOVO FROM WRK-LANCAMENTO-BANCO.
           ADD WRK-BH-HORAS TO WRK-EXT-COMPENSADAS(WRK-IDX-EXT).
           ADD WRK-BH-HORAS TO WRK-TOTAL-COMPENSADAS.
       0320-COMPENSAR-FALTAS-EXIT.
           EXIT.

       0325-COMPENSAR-DIA.
           MOVE WRK-HORAS-JORNADA TO WRK-HORAS-CONSUMIR.
           PERFORM 0330-CONSUMIR-LOTE THRU 0330-CONSUMIR-LOTE-EXIT
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-QTD-LOTES
               OR WRK-HORAS-CONSUMIR = ZEROS.
           SUBTRACT WRK-HORAS-JORNADA
               FROM WRK-EXT-SALDO-ATU(WRK-IDX-EXT).
           ADD 1 TO WRK-FALTAS-COMPENSADAS.
       0325-COMPENSAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TIRA DO LOTE CORRENTE O QUE FALTA CONSUMIR, SE O     *
      * LOTE FOR DA MATRICULA E AINDA TIVER SALDO.           *
      *----------------------------------------------------*
       0330-CONSUMIR-LOTE.
           IF WRK-LOT-MATRICULA(WRK-IDX-LOT) NOT = WRK-ACM-MATRICULA
               OR WRK-LOT-SALDO(WRK-IDX-LOT) = ZEROS
               GO TO 0330-CONSUMIR-LOTE-EXIT
           END-IF.
           IF WRK-LOT-SALDO(WRK-IDX-LOT) > WRK-HORAS-CONSUMIR
               MOVE WRK-HORAS-CONSUMIR TO WRK-HORAS-DO-LOTE
           ELSE
               MOVE WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-HORAS-DO-LOTE
           END-IF.
           SUBTRACT WRK-HORAS-DO-LOTE FROM WRK-LOT-SALDO(WRK-IDX-LOT).
           SUBTRACT WRK-HORAS-DO-LOTE FROM WRK-HORAS-CONSUMIR.
       0330-CONSUMIR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DEPOIS DO PONTO, PASSA POR TODOS OS LOTES COM SALDO: *
      * DE MATRICULA DESLIGADA, BAIXA COMO ACERTO DE         *
      * RESCISAO; COM O PRAZO COMPLETO, VENCE E VAI PARA O   *
      * ACERTO DO CALCLIQ; NO ULTIMO MES DO PRAZO, ENTRA NO  *
      * "VENCE NO MES SEGUINTE" DO EXTRATO.                  *
      *----------------------------------------------------*
       0400-AVALIAR-LOTE.
           IF WRK-LOT-SALDO(WRK-IDX-LOT) = ZEROS
               GO TO 0400-AVALIAR-LOTE-EXIT
           END-IF.
           MOVE WRK-LOT-MATRICULA(WRK-IDX-LOT) TO WRK-MATRICULA-BUSCA.
           PERFORM 0250-LOCALIZAR-EXTRATO
               THRU 0250-LOCALIZAR-EXTRATO-EXIT.
           IF NOT WRK-EXT-ACHADO
               GO TO 0400-AVALIAR-LOTE-EXIT
           END-IF.
           IF NOT WRK-EXT-ATIVO(WRK-IDX-EXT)
               MOVE 'R' TO WRK-BH-TIPO
               ADD WRK-LOT-SALDO(WRK-IDX-LOT)
                   TO WRK-EXT-RESCISAO(WRK-IDX-EXT)
               PERFORM 0450-BAIXAR-LOTE THRU 0450-BAIXAR-LOTE-EXIT
               GO TO 0400-AVALIAR-LOTE-EXIT
           END-IF.
           COMPUTE WRK-IDADE-LOTE = WRK-MESES-COMPETENCIA
               - WRK-LOT-ANO(WRK-IDX-LOT) * 12
               - WRK-LOT-MES(WRK-IDX-LOT).
           IF WRK-IDADE-LOTE >= WRK-PRAZO-MESES
               MOVE 'V' TO WRK-BH-TIPO
               ADD WRK-LOT-SALDO(WRK-IDX-LOT)
                   TO WRK-EXT-VENCIDAS(WRK-IDX-EXT)
               PERFORM 0450-BAIXAR-LOTE THRU 0450-BAIXAR-LOTE-EXIT
               GO TO 0400-AVALIAR-LOTE-EXIT
           END-IF.
           IF WRK-IDADE-LOTE + 1 = WRK-PRAZO-MESES
               ADD WRK-LOT-SALDO(WRK-IDX-LOT)
                   TO WRK-EXT-A-VENCER(WRK-IDX-EXT)
           END-IF.
       0400-AVALIAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * BAIXA O SALDO DO LOTE CORRENTE COM O TIPO JA MOVIDO  *
      * PARA WRK-BH-TIPO ('V' OU 'R'), GRAVANDO O HISTORICO. *
      *----------------------------------------------------*
       0450-BAIXAR-LOTE.
           MOVE WRK-LOT-MATRICULA(WRK-IDX-LOT) TO WRK-BH-MATRICULA.
           MOVE WRK-COMPETENCIA TO WRK-BH-COMPETENCIA.
           MOVE WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-BH-HORAS.
           MOVE ZEROS TO WRK-BH-SALDO-LOTE.
           MOVE WRK-DATA-SISTEMA-NUM TO WRK-BH-DATA-PROCESSO.
           WRITE WRK-REG-BANCONOVO FROM WRK-LANCAMENTO-BANCO.
           SUBTRACT WRK-LOT-SALDO(WRK-IDX-LOT)
               FROM WRK-EXT-SALDO-ATU(WRK-IDX-EXT).
           ADD WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-TOTAL-PAGAS.
           MOVE ZEROS TO WRK-LOT-SALDO(WRK-IDX-LOT).
       0450-BAIXAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA OS LOTES NA GERACAO NOVA, O ACERTO DO MES PARA *
      * O CALCLIQ E O EXTRATO, E FECHA OS ARQUIVOS DO JOB.   *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'BANCOHRS: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHMES), QUE PARA A
      *        CADEIA EM VEZ DE CALCULAR A FOLHA SEM O BANCO.
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           PERFORM 0910-GRAVAR-LOTE THRU 0910-GRAVAR-LOTE-EXIT
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-QTD-LOTES.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           MOVE WRK-PRAZO-MESES TO WRK-CAB-PRAZO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-CABECALHO-1.
           WRITE WRK-LINHA-EXTRATO FROM WRK-CABECALHO-2.
           PERFORM 0920-GRAVAR-EXTRATO THRU 0920-GRAVAR-EXTRATO-EXIT
               VARYING WRK-IDX-EXT FROM 1 BY 1
               UNTIL WRK-IDX-EXT > WRK-QTD-EXTRATOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-TOT-CREDITOS.
           MOVE WRK-TOTAL-COMPENSADAS TO WRK-TOT-COMPENSADAS.
           MOVE WRK-TOTAL-PAGAS TO WRK-TOT-PAGAS.
           MOVE WRK-TOTAL-SALDO TO WRK-TOT-SALDO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-TOTAL.
           CLOSE PONTOACM-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           CLOSE BANCONOVO-ARQ.
           CLOSE ACERTO-ARQ.
           CLOSE EXTRATO-ARQ.
           DISPLAY 'BANCOHRS: ' WRK-QTD-CREDITOS ' CREDITOS, '
               WRK-QTD-ACERTOS ' ACERTOS PARA O CALCLIQ, '
               WRK-QTD-FORA-BANCO ' FORA DO BANCO'.
           DISPLAY 'BANCOHRS: SUBSTITUA BHMSTR POR BHNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-LOTE.
           MOVE WRK-LOT-MATRICULA(WRK-IDX-LOT) TO WRK-BH-MATRICULA.
           MOVE WRK-LOT-COMPETENCIA(WRK-IDX-LOT)
               TO WRK-BH-COMPETENCIA.
           MOVE 'C' TO WRK-BH-TIPO.
           MOVE WRK-LOT-HORAS(WRK-IDX-LOT) TO WRK-BH-HORAS.
           MOVE WRK-LOT-SALDO(WRK-IDX-LOT) TO WRK-BH-SALDO-LOTE.
           MOVE WRK-LOT-DATA-PROCESSO(WRK-IDX-LOT)
               TO WRK-BH-DATA-PROCESSO.
           WRITE WRK-REG-BANCONOVO FROM WRK-LANCAMENTO-BANCO.
       0910-GRAVAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA LINHA DE EXTRATO POR MATRICULA E, SE HOUVER      *
      * HORAS VENCIDAS OU FALTAS COMPENSADAS, O ACERTO PARA  *
      * O CALCLIQ.                                           *
      *----------------------------------------------------*
       0920-GRAVAR-EXTRATO.
           MOVE WRK-EXT-MATRICULA(WRK-IDX-EXT) TO WRK-DET-MATRICULA.
           MOVE WRK-EXT-NOME(WRK-IDX-EXT) TO WRK-DET-NOME.
           MOVE WRK-EXT-DEPARTAMENTO(WRK-IDX-EXT) TO WRK-DET-DEPTO.
           MOVE WRK-EXT-SALDO-ANT(WRK-IDX-EXT) TO WRK-DET-SALDO-ANT.
           MOVE WRK-EXT-CREDITOS(WRK-IDX-EXT) TO WRK-DET-CREDITOS.
           MOVE WRK-EXT-COMPENSADAS(WRK-IDX-EXT)
               TO WRK-DET-COMPENSADAS.
           COMPUTE WRK-DET-PAGAS = WRK-EXT-VENCIDAS(WRK-IDX-EXT)
               + WRK-EXT-RESCISAO(WRK-IDX-EXT).
           MOVE WRK-EXT-SALDO-ATU(WRK-IDX-EXT) TO WRK-DET-SALDO-ATU.
           MOVE WRK-EXT-A-VENCER(WRK-IDX-EXT) TO WRK-DET-A-VENCER.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-DETALHE.
           ADD WRK-EXT-SALDO-ATU(WRK-IDX-EXT) TO WRK-TOTAL-SALDO.
           IF WRK-EXT-VENCIDAS(WRK-IDX-EXT) = ZEROS
               AND WRK-EXT-FALTAS-COMP(WRK-IDX-EXT) = ZEROS
               GO TO 0920-GRAVAR-EXTRATO-EXIT
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-BHP-COMPETENCIA.
           MOVE WRK-EXT-MATRICULA(WRK-IDX-EXT) TO WRK-BHP-MATRICULA.
           MOVE WRK-EXT-VENCIDAS(WRK-IDX-EXT)
               TO WRK-BHP-HORAS-VENCIDAS.
           MOVE WRK-EXT-FALTAS-COMP(WRK-IDX-EXT)
               TO WRK-BHP-FALTAS-COMPENSADAS.
           WRITE WRK-ACERTO-BANCO.
           ADD 1 TO WRK-QTD-ACERTOS.
       0920-GRAVAR-EXTRATO-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACNF.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CONTROLE DIARIO DA QUARENTENA DE TROCAS DE
      * CONTA BANCARIA. LE O HISTORICO DE TROCAS (CONTAHIS, VER
      * CONTAREG.COB), GRAVADO PELO EMPMNT A CADA ALTERACAO QUE
      * MUDA A CONTA DO FUNCIONARIO, E AS CONFIRMACOES DO RH DO
      * DIA (CONTACFM: MATRICULA, CONTA NOVA CONFERIDA E QUEM
      * CONFIRMOU). PARA CADA TROCA PENDENTE:
      *   - CONTA NOVA QUE JA NAO E A DO CADASTRO (OUTRA TROCA
      *     VEIO DEPOIS, OU A MATRICULA SAIU DO CADASTRO) VIRA
      *     SUPERADA - NAO HA MAIS O QUE CONFIRMAR;
      *   - COM CONFIRMACAO DA MESMA MATRICULA E DA MESMA CONTA
      *     VIRA CONFIRMADA, E A REMESSA (BANKREM, FOLHACOM)
      *     VOLTA A CREDITAR A CONTA NOVA;
      *   - SEM CONFIRMACAO CONTINUA PENDENTE, E A MATRICULA
      *     SEGUE FORA DA REMESSA.
      * TODO REGISTRO SAI NA GERACAO NOVA CONTAHNW (QUE
      * SUBSTITUI O CONTAHIS, COMO O CTRNEW DO CTRVENC). O
      * RELATORIO CONTAREL LISTA AS TROCAS PENDENTES E AS
      * CONFIRMADAS OU SUPERADAS NESTA EXECUCAO, O ALERTA DE
      * CONTA NOVA REPETIDA EM MAIS DE UMA MATRICULA (VARIOS
      * FUNCIONARIOS TROCANDO PARA A MESMA CONTA E O DESENHO
      * CLASSICO DO DESVIO DE SALARIO) E AS CONFIRMACOES QUE
      * NAO ACHARAM TROCA PENDENTE. RODA COMO ETAPA DIARIA DO
      * FECHDIA: ALERTA E AVISO NO CONSOLE E NO RUNLOG, NAO
      * FALHA DA ETAPA; CONTAHIS AINDA INEXISTENTE E DIA NORMAL
      * SEM TROCAS. FALHA DE ABERTURA DEVOLVE RETURN-CODE 8.
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
           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

           SELECT CONTANOVO-ARQ ASSIGN TO 'CONTAHNW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRN.

           SELECT CONFIRMA-ARQ ASSIGN TO 'CONTACFM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CFM.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT RELATORIO-ARQ ASSIGN TO 'CONTAREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       FD  CONTANOVO-ARQ.
       01  WRK-REG-CONTANOVO           PIC X(97).

      *    CONFIRMACAO DO RH: A MATRICULA E A CONTA NOVA QUE O
      *    RH CONFERIU COM O FUNCIONARIO, E QUEM CONFERIU.
       FD  CONFIRMA-ARQ.
       01  WRK-REG-CONFIRMA.
           05  CFM-MATRICULA           PIC 9(06).
           05  CFM-CONTA-NOVA.
               10  CFM-BANCO           PIC 9(03).
               10  CFM-AGENCIA         PIC 9(04).
               10  CFM-CONTA-CORRENTE  PIC 9(08).
               10  CFM-CONTA-DV        PIC X(01).
           05  CFM-CONFIRMADO-POR      PIC X(08).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CFM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-TRC              PIC X(01) VALUE 'N'.
           88  WRK-FIM-TRC                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
      *    CONTAHIS AINDA NAO EXISTE (STATUS 35): NINGUEM TROCOU
      *    DE CONTA AINDA - DIA NORMAL, NAO FALHA DA ETAPA.
       77  WRK-SW-SEM-HISTORICO        PIC X(01) VALUE 'N'.
           88  WRK-SEM-HISTORICO                  VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    CONFIRMACOES DO DIA (CONTACFM), MARCADAS QUANDO
      *    APLICADAS; AS QUE SOBRAM SAO APONTADAS.
       77  WRK-QTD-CONFIRMACOES         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CONFIRMACOES.
           05  WRK-CFM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-CONFIRMACOES
                   INDEXED BY WRK-IDX-CFM.
               10  WRK-CFM-MATRICULA     PIC 9(06).
               10  WRK-CFM-CONTA-NOVA    PIC X(16).
               10  WRK-CFM-CONFIRMADO-POR PIC X(08).
               10  WRK-CFM-SW-USADA      PIC X(01).
                   88  WRK-CFM-USADA               VALUE 'S'.
       77  WRK-SW-CONFIRMADA            PIC X(01) VALUE 'N'.
           88  WRK-CONFIRMADA                      VALUE 'S'.

      *    CONTA NOVA DE CADA TROCA NAO SUPERADA DO HISTORICO,
      *    PARA O ALERTA DE CONTA REPETIDA. "EM ABERTO" E A
      *    TROCA PENDENTE OU CONFIRMADA NESTA EXECUCAO - SO
      *    ELAS GERAM ALERTA, PARA O RH NAO REVER TODO DIA O
      *    QUE JA CONFIRMOU.
       77  WRK-QTD-CONTAS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05  WRK-CNT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-CONTAS
                   INDEXED BY WRK-IDX-CNT WRK-IDX-CMP.
               10  WRK-CNT-MATRICULA     PIC 9(06).
               10  WRK-CNT-CONTA         PIC X(16).
               10  WRK-CNT-SW-ABERTA     PIC X(01).
                   88  WRK-CNT-ABERTA              VALUE 'S'.
       77  WRK-SW-CONTAS-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-CONTAS-CHEIA                    VALUE 'S'.
       77  WRK-SW-ALERTADA              PIC X(01) VALUE 'N'.
           88  WRK-ALERTADA                        VALUE 'S'.

       77  WRK-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PENDENTES            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CONFIRMADAS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SUPERADAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ALERTAS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-TROCA            PIC 9(06) VALUE ZEROS.

       01  WRK-CABECALHO                PIC X(50) VALUE
           'TROCAS DE CONTA BANCARIA - QUARENTENA'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(16) VALUE 'NOME'.
           05  FILLER                   PIC X(20) VALUE 'CONTA NOVA'.
           05  FILLER                   PIC X(09) VALUE 'OPERADOR'.
           05  FILLER                   PIC X(09) VALUE 'TROCA EM'.
           05  FILLER                   PIC X(10) VALUE 'SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-BANCO            PIC 9(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-AGENCIA          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CONTA            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WRK-DET-DV               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DATA-TROCA       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(10).

       01  WRK-CAB-ALERTA               PIC X(60) VALUE
           'ALERTA - MESMA CONTA NOVA EM MAIS DE UMA MATRICULA'.

       01  WRK-LINHA-ALERTA.
           05  WRK-ALR-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ALR-CONTA            PIC X(16).
           05  FILLER                   PIC X(23) VALUE
               ' TAMBEM NA MATRICULA '.
           05  WRK-ALR-OUTRA            PIC 9(06).

       01  WRK-CAB-SEM-TROCA            PIC X(60) VALUE
           'CONFIRMACOES SEM TROCA PENDENTE'.

       01  WRK-LINHA-SEM-TROCA.
           05  WRK-STR-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-STR-CONTA            PIC X(16).
           05  FILLER                   PIC X(15) VALUE
               ' CONFIRMADA POR'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-STR-CONFIRMADO-POR   PIC X(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0150-CARREGAR-CONFIRMACOES
                   THRU 0150-CARREGAR-CONFIRMACOES-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-TRC
               PERFORM 0500-ALERTAR-CONTAS
                   THRU 0500-ALERTAR-CONTAS-EXIT
               PERFORM 0600-APONTAR-SEM-TROCA
                   THRU 0600-APONTAR-SEM-TROCA-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT CONTAHIS-ARQ.
           IF WRK-FS-TRC = '35'
      *        NINGUEM TROCOU DE CONTA AINDA: NADA A CONTROLAR
      *        HOJE - NAO E FALHA DA ETAPA.
               DISPLAY 'CONTACNF: CONTAHIS AINDA NAO EXISTE - SEM '
                   'TROCAS DE CONTA A CONTROLAR'
               SET WRK-SEM-HISTORICO TO TRUE
               SET WRK-FIM-TRC TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           IF WRK-FS-TRC NOT = '00'
               MOVE WRK-FS-TRC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CONTACNF: ERRO AO ABRIR CONTAHIS - STATUS '
                   WRK-FS-TRC ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-TRC TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CONTACNF: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE CONTAHIS-ARQ
               SET WRK-FIM-TRC TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT CONTANOVO-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS CONFIRMACOES DO RH DO DIA (CONTACFM). SEM *
      * O ARQUIVO, NENHUMA TROCA E CONFIRMADA HOJE.          *
      *----------------------------------------------------*
       0150-CARREGAR-CONFIRMACOES.
           MOVE ZEROS TO WRK-QTD-CONFIRMACOES.
           OPEN INPUT CONFIRMA-ARQ.
           IF WRK-FS-CFM NOT = '00'
               GO TO 0150-CARREGAR-CONFIRMACOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CFM = '10'
               READ CONFIRMA-ARQ
                   AT END MOVE '10' TO WRK-FS-CFM
                   NOT AT END
                       IF WRK-QTD-CONFIRMACOES >= 500
                           DISPLAY 'CONTACNF: CONTACFM COM MAIS DE '
                               '500 CONFIRMACOES - EXCEDENTES '
                               'IGNORADAS'
                       ELSE
                           ADD 1 TO WRK-QTD-CONFIRMACOES
                           SET WRK-IDX-CFM TO WRK-QTD-CONFIRMACOES
                           MOVE CFM-MATRICULA TO
                               WRK-CFM-MATRICULA(WRK-IDX-CFM)
                           MOVE CFM-CONTA-NOVA TO
                               WRK-CFM-CONTA-NOVA(WRK-IDX-CFM)
                           MOVE CFM-CONFIRMADO-POR TO
                               WRK-CFM-CONFIRMADO-POR(WRK-IDX-CFM)
                           MOVE 'N' TO
                               WRK-CFM-SW-USADA(WRK-IDX-CFM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIRMA-ARQ.
       0150-CARREGAR-CONFIRMACOES-EXIT.
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
      * LE CADA TROCA DO HISTORICO: A PENDENTE E CONFERIDA   *
      * CONTRA O CADASTRO E AS CONFIRMACOES DO DIA; TODO     *
      * REGISTRO SAI NA GERACAO NOVA E A CONTA NOVA DA TROCA *
      * NAO SUPERADA VAI PARA A TABELA DO ALERTA.            *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ CONTAHIS-ARQ
               AT END
                   SET WRK-FIM-TRC TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDAS.
           IF WRK-TRC-PENDENTE
               PERFORM 0300-TRATAR-PENDENTE
                   THRU 0300-TRATAR-PENDENTE-EXIT
           END-IF.
           IF NOT WRK-TRC-SUPERADA
               PERFORM 0400-GUARDAR-CONTA
                   THRU 0400-GUARDAR-CONTA-EXIT
           END-IF.
           WRITE WRK-REG-CONTANOVO FROM WRK-TROCA-CONTA.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TROCA PENDENTE: SUPERADA SE A CONTA DO CADASTRO JA   *
      * NAO E A CONTA NOVA; CONFIRMADA SE O RH CONFERIU A    *
      * MESMA CONTA DA MESMA MATRICULA; SENAO, CONTINUA      *
      * PENDENTE. SAI NO RELATORIO EM QUALQUER CASO.         *
      *----------------------------------------------------*
       0300-TRATAR-PENDENTE.
           MOVE WRK-TRC-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   SET WRK-TRC-SUPERADA TO TRUE
                   ADD 1 TO WRK-QTD-SUPERADAS
                   MOVE 'SUPERADA' TO WRK-DET-SITUACAO
                   GO TO 0300-IMPRIMIR
           END-READ.
           IF WRK-DADOS-BANCARIOS NOT = WRK-TRC-CONTA-NOVA
               SET WRK-TRC-SUPERADA TO TRUE
               ADD 1 TO WRK-QTD-SUPERADAS
               MOVE 'SUPERADA' TO WRK-DET-SITUACAO
               GO TO 0300-IMPRIMIR
           END-IF.
           SET WRK-SW-CONFIRMADA TO 'N'.
           IF WRK-QTD-CONFIRMACOES > ZEROS
               SET WRK-IDX-CFM TO 1
               SEARCH WRK-CFM
                   AT END
                       CONTINUE
                   WHEN WRK-CFM-MATRICULA(WRK-IDX-CFM)
                           = WRK-TRC-MATRICULA
                       AND WRK-CFM-CONTA-NOVA(WRK-IDX-CFM)
                           = WRK-TRC-CONTA-NOVA
                       SET WRK-CONFIRMADA TO TRUE
               END-SEARCH
           END-IF.
           IF WRK-CONFIRMADA
               SET WRK-CFM-USADA(WRK-IDX-CFM) TO TRUE
               SET WRK-TRC-CONFIRMADA TO TRUE
               MOVE WRK-CFM-CONFIRMADO-POR(WRK-IDX-CFM)
                   TO WRK-TRC-CONFIRMADO-POR
               MOVE WRK-DATA-SISTEMA TO WRK-TRC-DATA-CONFIRMACAO
               ADD 1 TO WRK-QTD-CONFIRMADAS
               MOVE 'CONFIRMADA' TO WRK-DET-SITUACAO
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE 'PENDENTE' TO WRK-DET-SITUACAO
           END-IF.
       0300-IMPRIMIR.
           MOVE WRK-TRC-MATRICULA   TO WRK-DET-MATRICULA.
           MOVE WRK-TRC-NOME        TO WRK-DET-NOME.
           MOVE WRK-TRC-BANCO-NOV   TO WRK-DET-BANCO.
           MOVE WRK-TRC-AGENCIA-NOV TO WRK-DET-AGENCIA.
           MOVE WRK-TRC-CONTA-NOV   TO WRK-DET-CONTA.
           MOVE WRK-TRC-DV-NOV      TO WRK-DET-DV.
           MOVE WRK-TRC-OPERADOR    TO WRK-DET-OPERADOR.
           MOVE WRK-TRC-DATA-TROCA  TO WRK-DET-DATA-TROCA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0300-TRATAR-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA A CONTA NOVA DA TROCA PARA O ALERTA DE CONTA  *
      * REPETIDA. EM ABERTO = PENDENTE OU CONFIRMADA HOJE.   *
      *----------------------------------------------------*
       0400-GUARDAR-CONTA.
           IF WRK-QTD-CONTAS >= 5000
               IF NOT WRK-CONTAS-CHEIA
                   SET WRK-CONTAS-CHEIA TO TRUE
                   DISPLAY 'CONTACNF: CONTAHIS COM MAIS DE 5000 '
                       'TROCAS - EXCEDENTES FORA DO ALERTA'
               END-IF
               GO TO 0400-GUARDAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           SET WRK-IDX-CNT TO WRK-QTD-CONTAS.
           MOVE WRK-TRC-MATRICULA TO WRK-CNT-MATRICULA(WRK-IDX-CNT).
           MOVE WRK-TRC-CONTA-NOVA TO WRK-CNT-CONTA(WRK-IDX-CNT).
           MOVE 'N' TO WRK-CNT-SW-ABERTA(WRK-IDX-CNT).
           IF WRK-TRC-PENDENTE
               OR WRK-TRC-DATA-CONFIRMACAO = WRK-DATA-SISTEMA
               SET WRK-CNT-ABERTA(WRK-IDX-CNT) TO TRUE
           END-IF.
       0400-GUARDAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ALERTA: TROCA EM ABERTO CUJA CONTA NOVA APARECE EM   *
      * OUTRA TROCA NAO SUPERADA DE OUTRA MATRICULA. UMA     *
      * LINHA POR TROCA, COM A PRIMEIRA OUTRA MATRICULA      *
      * ENCONTRADA.                                          *
      *----------------------------------------------------*
       0500-ALERTAR-CONTAS.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-ALERTA.
           IF WRK-QTD-CONTAS > ZEROS
               PERFORM 0510-VERIFICAR-CONTA
                   THRU 0510-VERIFICAR-CONTA-EXIT
                   VARYING WRK-IDX-CNT FROM 1 BY 1
                   UNTIL WRK-IDX-CNT > WRK-QTD-CONTAS
           END-IF.
       0500-ALERTAR-CONTAS-EXIT.
           EXIT.

       0510-VERIFICAR-CONTA.
           IF NOT WRK-CNT-ABERTA(WRK-IDX-CNT)
               GO TO 0510-VERIFICAR-CONTA-EXIT
           END-IF.
           SET WRK-SW-ALERTADA TO 'N'.
           PERFORM 0520-COMPARAR-CONTA
               THRU 0520-COMPARAR-CONTA-EXIT
               VARYING WRK-IDX-CMP FROM 1 BY 1
               UNTIL WRK-IDX-CMP > WRK-QTD-CONTAS
                   OR WRK-ALERTADA.
       0510-VERIFICAR-CONTA-EXIT.
           EXIT.

       0520-COMPARAR-CONTA.
           IF WRK-CNT-MATRICULA(WRK-IDX-CMP)
                   = WRK-CNT-MATRICULA(WRK-IDX-CNT)
               OR WRK-CNT-CONTA(WRK-IDX-CMP)
                   NOT = WRK-CNT-CONTA(WRK-IDX-CNT)
               GO TO 0520-COMPARAR-CONTA-EXIT
           END-IF.
           SET WRK-ALERTADA TO TRUE.
           ADD 1 TO WRK-QTD-ALERTAS.
           MOVE WRK-CNT-MATRICULA(WRK-IDX-CNT) TO WRK-ALR-MATRICULA.
           MOVE WRK-CNT-CONTA(WRK-IDX-CNT) TO WRK-ALR-CONTA.
           MOVE WRK-CNT-MATRICULA(WRK-IDX-CMP) TO WRK-ALR-OUTRA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ALERTA.
           DISPLAY 'CONTACNF: ALERTA - CONTA NOVA DA MATRICULA '
               WRK-ALR-MATRICULA ' TAMBEM NA MATRICULA '
               WRK-ALR-OUTRA.
       0520-COMPARAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFIRMACAO DO RH QUE NAO ACHOU TROCA PENDENTE DA    *
      * MESMA MATRICULA E CONTA: CONTA DIGITADA ERRADA, OU   *
      * TROCA QUE NUNCA PASSOU PELO EMPMNT - O RH PRECISA    *
      * VER AS DUAS.                                         *
      *----------------------------------------------------*
       0600-APONTAR-SEM-TROCA.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-SEM-TROCA.
           IF WRK-QTD-CONFIRMACOES > ZEROS
               PERFORM 0610-APONTAR-CONFIRMACAO
                   THRU 0610-APONTAR-CONFIRMACAO-EXIT
                   VARYING WRK-IDX-CFM FROM 1 BY 1
                   UNTIL WRK-IDX-CFM > WRK-QTD-CONFIRMACOES
           END-IF.
       0600-APONTAR-SEM-TROCA-EXIT.
           EXIT.

       0610-APONTAR-CONFIRMACAO.
           IF WRK-CFM-USADA(WRK-IDX-CFM)
               GO TO 0610-APONTAR-CONFIRMACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-SEM-TROCA.
           MOVE WRK-CFM-MATRICULA(WRK-IDX-CFM) TO WRK-STR-MATRICULA.
           MOVE WRK-CFM-CONTA-NOVA(WRK-IDX-CFM) TO WRK-STR-CONTA.
           MOVE WRK-CFM-CONFIRMADO-POR(WRK-IDX-CFM)
               TO WRK-STR-CONFIRMADO-POR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEM-TROCA.
           DISPLAY 'CONTACNF: CONFIRMACAO DA MATRICULA '
               WRK-STR-MATRICULA ' SEM TROCA PENDENTE DA MESMA '
               'CONTA'.
       0610-APONTAR-CONFIRMACAO-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE CONTAHIS-ARQ
               CLOSE CONTANOVO-ARQ
               CLOSE FUNCIONARIO-ARQ
               CLOSE RELATORIO-ARQ
               DISPLAY 'CONTACNF: ' WRK-QTD-LIDAS ' TROCAS LIDAS, '
                   WRK-QTD-PENDENTES ' PENDENTES, '
                   WRK-QTD-CONFIRMADAS ' CONFIRMADAS, '
                   WRK-QTD-SUPERADAS ' SUPERADAS, '
                   WRK-QTD-ALERTAS ' ALERTAS DE CONTA REPETIDA, '
                   WRK-QTD-SEM-TROCA ' CONFIRMACOES SEM TROCA'
               DISPLAY 'CONTACNF: SUBSTITUA CONTAHIS POR CONTAHNW'
               MOVE 'CONTACNF' TO WRK-LOG-PROGRAMA
               MOVE 'I' TO WRK-LOG-SEVERIDADE
               IF WRK-QTD-ALERTAS > ZEROS
                   OR WRK-QTD-SEM-TROCA > ZEROS
                   MOVE 'A' TO WRK-LOG-SEVERIDADE
               END-IF
               MOVE SPACES TO WRK-LOG-MENSAGEM
               STRING WRK-QTD-PENDENTES ' PENDENTES, '
                   WRK-QTD-ALERTAS ' ALERTAS, '
                   WRK-QTD-SEM-TROCA ' CONFIRMACOES SEM TROCA'
                   DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
               CALL 'RUNLOG' USING WRK-LOG-AREA
           ELSE
               IF WRK-SEM-HISTORICO
                   DISPLAY 'CONTACNF: NADA A PROCESSAR HOJE'
               ELSE
                   DISPLAY 'CONTACNF: EXECUCAO ENCERRADA SEM '
                       'PROCESSAR'
      *            SINALIZA A FALHA AO DRIVER (FECHDIA), QUE
      *            PARA A CADEIA.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

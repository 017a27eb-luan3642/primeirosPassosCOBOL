       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRCOBRA.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: REGUA DE COBRANCA DO CREDIARIO. LE OS ITENS EM
      * ABERTO DO CRABERTO (VER CREDIREG.COB - DE PREFERENCIA JA
      * CONSOLIDADO PELO CRRECEB; ESTORNO AINDA NAO CONSOLIDADO
      * TIRA A PARCELA DA COBRANCA), ENVELHECE CADA PARCELA PELO
      * VENCIMENTO (COMO O CRAGING) E CALCULA MULTA E JUROS DE
      * MORA PELA ROTINA COMUM CRMORA (CARTAO COBMORA). CADA
      * PARCELA QUE ALCANCOU UM ESTAGIO NOVO DA REGUA (CARTAO
      * COBESTAG: DIAS DO 1O, 2O E 3O AVISO E DO REPASSE; PADRAO
      * 010, 030, 060 E 090) ENTRA NA CARTA DE COBRANCA DO
      * CLIENTE (COBCARTA, UMA CARTA POR CLIENTE E ESTAGIO). O
      * HISTORICO DE COBRANCA (COBHIST) GUARDA O ESTAGIO JA
      * ENVIADO DE CADA PARCELA, E NINGUEM RECEBE A MESMA CARTA
      * DUAS VEZES. PARCELA QUE PASSOU DOS DIAS DO REPASSE E
      * CUJO ULTIMO AVISO JA TEVE O PRAZO DA REGUA (REPASSE
      * MENOS 3O ESTAGIO) VAI PARA O ARQUIVO DA EMPRESA DE
      * COBRANCA / PROTECAO AO CREDITO (COBAGENC), UMA VEZ SO.
      * OS ENCARGOS PAGOS JUNTO COM A PARCELA SAO ACEITOS PELO
      * CRRECEB PELA MESMA ROTINA CRMORA.
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
           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT COBESTAG-ARQ ASSIGN TO 'COBESTAG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EST.

           SELECT HISTORICO-ARQ ASSIGN TO 'COBHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.

           SELECT CARTA-ARQ ASSIGN TO 'COBCARTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CAR.

           SELECT AGENCIA-ARQ ASSIGN TO 'COBAGENC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

      *    DIAS DE ATRASO DE CADA ESTAGIO DA REGUA: 1O AVISO, 2O
      *    AVISO, ULTIMO AVISO E REPASSE A EMPRESA DE COBRANCA.
       FD  COBESTAG-ARQ.
       01  WRK-REG-COBESTAG.
           05  EST-DIAS                PIC 9(03) OCCURS 4 TIMES.

      *    UM REGISTRO POR ESTAGIO ENVIADO DE CADA PARCELA
      *    (ESTAGIO 4 = REPASSADA A EMPRESA DE COBRANCA).
       FD  HISTORICO-ARQ.
       01  WRK-REG-HISTORICO.
           05  HIS-CLIENTE             PIC 9(06).
           05  HIS-REFERENCIA          PIC 9(08).
           05  HIS-PARCELA             PIC 9(02).
           05  HIS-ESTAGIO             PIC 9(01).
           05  HIS-DATA                PIC 9(08).
           05  HIS-DIAS                PIC 9(05).
           05  HIS-TOTAL               PIC 9(09)V99.

       FD  CARTA-ARQ.
       01  WRK-LINHA-CARTA             PIC X(80).

      *    REPASSE A EMPRESA DE COBRANCA / PROTECAO AO CREDITO.
       FD  AGENCIA-ARQ.
       01  WRK-REG-AGENCIA.
           05  AGE-CLIENTE             PIC 9(06).
           05  AGE-NOME                PIC X(20).
           05  AGE-REFERENCIA          PIC 9(08).
           05  AGE-PARCELA             PIC 9(02).
           05  AGE-VENCIMENTO          PIC 9(08).
           05  AGE-DIAS                PIC 9(05).
           05  AGE-VALOR               PIC 9(07)V99.
           05  AGE-ENCARGOS            PIC 9(07)V99.
           05  AGE-TOTAL               PIC 9(09)V99.
           05  AGE-DATA-REPASSE        PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'MORAREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HIS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CAR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AGE                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-ITENS-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-ITENS-CHEIA                    VALUE 'S'.
       77  WRK-SW-HISTORICO-CHEIO      PIC X(01) VALUE 'N'.
           88  WRK-HISTORICO-CHEIO                VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       01  WRK-DATA-HOJE REDEFINES WRK-DATA-SISTEMA.
           05  WRK-HOJE-ANO             PIC 9(04).
           05  WRK-HOJE-MES             PIC 9(02).
           05  WRK-HOJE-DIA             PIC 9(02).

       01  WRK-DATA-AVISO.
           05  WRK-AVI-ANO              PIC 9(04).
           05  WRK-AVI-MES              PIC 9(02).
           05  WRK-AVI-DIA              PIC 9(02).
       77  WRK-DIAS-ULTIMO-AVISO        PIC S9(05) VALUE ZEROS.
       77  WRK-PRAZO-REPASSE            PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-ESTAGIOS.
           05  WRK-EST-DIAS             PIC 9(03) OCCURS 4 TIMES.
       77  WRK-IDX-EST                  PIC 9(01) VALUE ZEROS.

      *    NOMES DOS CLIENTES (CLIMSTR).
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-NOME         PIC X(20).

      *    MAIOR ESTAGIO JA ENVIADO DE CADA PARCELA (COBHIST).
       77  WRK-QTD-HISTORICO            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-HISTORICO.
           05  WRK-HIS OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-HISTORICO
                   INDEXED BY WRK-IDX-HIS.
               10  WRK-HIS-CLIENTE      PIC 9(06).
               10  WRK-HIS-REFERENCIA   PIC 9(08).
               10  WRK-HIS-PARCELA      PIC 9(02).
               10  WRK-HIS-ESTAGIO      PIC 9(01).
               10  WRK-HIS-DATA         PIC 9(08).

      *    PARCELAS EM ABERTO DO CREDIARIO. SITUACAO DE TRABALHO:
      *    'A' EM ABERTO, 'E' ESTORNADA NO FECHAMENTO. ESTAGIO
      *    NOVO: 0 = NADA A FAZER, 1 A 3 = AVISO, 4 = REPASSE.
       77  WRK-QTD-ITENS                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05  WRK-ITM OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-ITENS
                   INDEXED BY WRK-IDX-ITM WRK-IDX-CARTA.
               10  WRK-ITM-CLIENTE       PIC 9(06).
               10  WRK-ITM-REFERENCIA    PIC 9(08).
               10  WRK-ITM-PARCELA       PIC 9(02).
               10  WRK-ITM-QTD-PARCELAS  PIC 9(02).
               10  WRK-ITM-VENCIMENTO    PIC 9(08).
               10  WRK-ITM-VALOR         PIC 9(07)V99.
               10  WRK-ITM-SITUACAO      PIC X(01).
               10  WRK-ITM-DIAS          PIC 9(05).
               10  WRK-ITM-MULTA         PIC 9(07)V99.
               10  WRK-ITM-JUROS         PIC 9(07)V99.
               10  WRK-ITM-TOTAL         PIC 9(09)V99.
               10  WRK-ITM-ESTAGIO-NOVO  PIC 9(01).
               10  WRK-ITM-IMPRESSO      PIC X(01).

       77  WRK-PARCELA-EVENTO           PIC 9(02) VALUE ZEROS.
       77  WRK-ESTAGIO-ATINGIDO         PIC 9(01) VALUE ZEROS.
       77  WRK-ESTAGIO-ENVIADO          PIC 9(01) VALUE ZEROS.
       77  WRK-ESTAGIO-CARTA            PIC 9(01) VALUE ZEROS.
       77  WRK-CLIENTE-CARTA            PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-CLIENTE             PIC X(20) VALUE SPACES.
       77  WRK-TOTAL-CARTA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-EVENTOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EM-ABERTO            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-VENCIDAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CARTAS               PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-CARTAS-ESTAGIO.
           05  WRK-QTD-CARTAS-ESTAGIO   PIC 9(06) OCCURS 3 TIMES.
       77  WRK-QTD-REPASSADAS           PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-VENCIDO              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-REPASSADO            PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-EDICAO.
           05  WRK-EDI-ANO              PIC 9(04).
           05  WRK-EDI-MES              PIC 9(02).
           05  WRK-EDI-DIA              PIC 9(02).

       01  WRK-LINHA-SEPARADOR          PIC X(60) VALUE ALL '='.

       01  WRK-CAR-TITULO.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  WRK-CAR-TITULO-TXT       PIC X(40).

       01  WRK-CAR-IDENT.
           05  FILLER                   PIC X(09) VALUE 'CLIENTE: '.
           05  WRK-CAR-CLIENTE          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CAR-NOME             PIC X(20).
           05  FILLER                   PIC X(08) VALUE '  DATA: '.
           05  WRK-CAR-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAR-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAR-ANO              PIC 9(04).

       01  WRK-CAR-TEXTO                PIC X(60).

       01  WRK-CAR-COLUNAS.
           05  FILLER                   PIC X(40) VALUE
               'REFERENCIA PARC VENCIMENTO  DIAS      VA'.
           05  FILLER                   PIC X(34) VALUE
               'LOR     MULTA     JUROS      TOTAL'.

       01  WRK-CAR-DETALHE.
           05  WRK-DET-REFERENCIA       PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-DET-PARCELA          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-QTD              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-ANO              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIAS             PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-MULTA            PIC ZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-JUROS            PIC ZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-TOTAL            PIC ZZZZZZZ9,99.

       01  WRK-CAR-TOTAL.
           05  FILLER                   PIC X(34)
               VALUE 'TOTAL PARA PAGAMENTO NESTA DATA..:'.
           05  WRK-TOT-VALOR            PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-CNT-TITULO           PIC X(30).
           05  WRK-CNT-QTD              PIC ZZZZZZZZ9.

       01  WRK-LINHA-VALOR.
           05  WRK-VLR-TITULO           PIC X(30).
           05  WRK-VLR-VALOR            PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAB-CARTAS-ESTAGIO.
           PERFORM 0110-LER-CARTAO THRU 0110-LER-CARTAO-EXIT.
           COMPUTE WRK-PRAZO-REPASSE =
               WRK-EST-DIAS(4) - WRK-EST-DIAS(3).
           PERFORM 0120-CARREGAR-CLIENTES
               THRU 0120-CARREGAR-CLIENTES-EXIT.
           PERFORM 0130-CARREGAR-HISTORICO
               THRU 0130-CARREGAR-HISTORICO-EXIT.
           PERFORM 0140-CARREGAR-CREDIARIO
               THRU 0140-CARREGAR-CREDIARIO-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               IF WRK-QTD-ITENS > ZEROS
                   PERFORM 0200-AVALIAR-ITEM
                       THRU 0200-AVALIAR-ITEM-EXIT
                       VARYING WRK-IDX-ITM FROM 1 BY 1
                       UNTIL WRK-IDX-ITM > WRK-QTD-ITENS
                   PERFORM 0300-EMITIR-CARTA
                       THRU 0300-EMITIR-CARTA-EXIT
                       VARYING WRK-IDX-ITM FROM 1 BY 1
                       UNTIL WRK-IDX-ITM > WRK-QTD-ITENS
               END-IF
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARTAO OPCIONAL COBESTAG: DIAS DE ATRASO DOS TRES    *
      * AVISOS E DO REPASSE, EM ORDEM CRESCENTE. SEM CARTAO, *
      * OU COM CARTAO FORA DE ORDEM, FICA A REGUA PADRAO.    *
      *----------------------------------------------------*
       0110-LER-CARTAO.
           MOVE 010 TO WRK-EST-DIAS(1).
           MOVE 030 TO WRK-EST-DIAS(2).
           MOVE 060 TO WRK-EST-DIAS(3).
           MOVE 090 TO WRK-EST-DIAS(4).
           OPEN INPUT COBESTAG-ARQ.
           IF WRK-FS-EST NOT = '00'
               GO TO 0110-LER-CARTAO-EXIT
           END-IF.
           READ COBESTAG-ARQ
               AT END
                   CLOSE COBESTAG-ARQ
                   GO TO 0110-LER-CARTAO-EXIT
           END-READ.
           CLOSE COBESTAG-ARQ.
           IF WRK-REG-COBESTAG IS NUMERIC
               AND EST-DIAS(1) > ZEROS
               AND EST-DIAS(2) > EST-DIAS(1)
               AND EST-DIAS(3) > EST-DIAS(2)
               AND EST-DIAS(4) > EST-DIAS(3)
               MOVE WRK-REG-COBESTAG TO WRK-TAB-ESTAGIOS
           ELSE
               DISPLAY 'CRCOBRA: COBESTAG INVALIDO - ASSUMIDA A '
                   'REGUA PADRAO 010/030/060/090'
           END-IF.
       0110-LER-CARTAO-EXIT.
           EXIT.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-ARQ.
           IF WRK-FS-CLI NOT = '00'
               GO TO 0120-CARREGAR-CLIENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CLI = '10'
               READ CLIENTE-ARQ
                   AT END MOVE '10' TO WRK-FS-CLI
                   NOT AT END
                       IF WRK-QTD-CLIENTES < 2000
                           ADD 1 TO WRK-QTD-CLIENTES
                           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES
                           MOVE WRK-CLM-CODIGO TO
                               WRK-CLI-CODIGO(WRK-IDX-CLI)
                           MOVE WRK-CLM-NOME TO
                               WRK-CLI-NOME(WRK-IDX-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-ARQ.
       0120-CARREGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O HISTORICO DE COBRANCA, GUARDANDO O MAIOR   *
      * ESTAGIO JA ENVIADO DE CADA PARCELA. SEM O COBHIST    *
      * (PRIMEIRA EXECUCAO), NENHUMA CARTA FOI ENVIADA.      *
      *----------------------------------------------------*
       0130-CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HIS NOT = '00'
               GO TO 0130-CARREGAR-HISTORICO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HIS = '10'
               READ HISTORICO-ARQ
                   AT END MOVE '10' TO WRK-FS-HIS
                   NOT AT END
                       PERFORM 0135-GUARDAR-HISTORICO
                           THRU 0135-GUARDAR-HISTORICO-EXIT
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
       0130-CARREGAR-HISTORICO-EXIT.
           EXIT.

       0135-GUARDAR-HISTORICO.
           IF WRK-QTD-HISTORICO > ZEROS
               SET WRK-IDX-HIS TO 1
               SEARCH WRK-HIS
                   AT END
                       CONTINUE
                   WHEN WRK-HIS-REFERENCIA(WRK-IDX-HIS)
                           = HIS-REFERENCIA
                       AND WRK-HIS-PARCELA(WRK-IDX-HIS) = HIS-PARCELA
                       AND WRK-HIS-CLIENTE(WRK-IDX-HIS) = HIS-CLIENTE
                       IF HIS-ESTAGIO > WRK-HIS-ESTAGIO(WRK-IDX-HIS)
                           MOVE HIS-ESTAGIO
                               TO WRK-HIS-ESTAGIO(WRK-IDX-HIS)
                           MOVE HIS-DATA TO WRK-HIS-DATA(WRK-IDX-HIS)
                       END-IF
                       GO TO 0135-GUARDAR-HISTORICO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-HISTORICO >= 9999
               IF NOT WRK-HISTORICO-CHEIO
                   SET WRK-HISTORICO-CHEIO TO TRUE
                   DISPLAY 'CRCOBRA: MAIS DE 9999 PARCELAS NO '
                       'COBHIST - EXCEDENTES IGNORADAS'
               END-IF
               GO TO 0135-GUARDAR-HISTORICO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-HISTORICO.
           SET WRK-IDX-HIS TO WRK-QTD-HISTORICO.
           MOVE HIS-CLIENTE TO WRK-HIS-CLIENTE(WRK-IDX-HIS).
           MOVE HIS-REFERENCIA TO WRK-HIS-REFERENCIA(WRK-IDX-HIS).
           MOVE HIS-PARCELA TO WRK-HIS-PARCELA(WRK-IDX-HIS).
           MOVE HIS-ESTAGIO TO WRK-HIS-ESTAGIO(WRK-IDX-HIS).
           MOVE HIS-DATA TO WRK-HIS-DATA(WRK-IDX-HIS).
       0135-GUARDAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS PARCELAS EM ABERTO DO CRABERTO; ESTORNO   *
      * 'E' MARCA A PARCELA DA MESMA REFERENCIA COMO          *
      * ESTORNADA (COMO NO CRRECEB).                         *
      *----------------------------------------------------*
       0140-CARREGAR-CREDIARIO.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               DISPLAY 'CRCOBRA: CRABERTO INDISPONIVEL - SEM '
                   'PARCELAS A COBRAR'
               GO TO 0140-CARREGAR-CREDIARIO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CRA = '10'
               READ CRABERTO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-CRA
                   NOT AT END
                       ADD 1 TO WRK-QTD-EVENTOS
                       PERFORM 0145-GUARDAR-EVENTO
                           THRU 0145-GUARDAR-EVENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE CRABERTO-ARQ.
       0140-CARREGAR-CREDIARIO-EXIT.
           EXIT.

       0145-GUARDAR-EVENTO.
           IF WRK-CRA-PARCELA NUMERIC
               AND WRK-CRA-PARCELA NOT = ZEROS
               MOVE WRK-CRA-PARCELA TO WRK-PARCELA-EVENTO
           ELSE
               MOVE 01 TO WRK-PARCELA-EVENTO
           END-IF.
           IF WRK-CRA-ESTORNADO
               IF WRK-QTD-ITENS > ZEROS
                   SET WRK-IDX-ITM TO 1
                   SEARCH WRK-ITM
                       AT END
                           CONTINUE
                       WHEN WRK-ITM-REFERENCIA(WRK-IDX-ITM)
                               = WRK-CRA-REFERENCIA
                           AND WRK-ITM-PARCELA(WRK-IDX-ITM)
                               = WRK-PARCELA-EVENTO
                           AND WRK-ITM-SITUACAO(WRK-IDX-ITM) = 'A'
                           MOVE 'E' TO WRK-ITM-SITUACAO(WRK-IDX-ITM)
                   END-SEARCH
               END-IF
               GO TO 0145-GUARDAR-EVENTO-EXIT
           END-IF.
           IF NOT WRK-CRA-EM-ABERTO
               GO TO 0145-GUARDAR-EVENTO-EXIT
           END-IF.
           IF WRK-QTD-ITENS >= 9999
               IF NOT WRK-ITENS-CHEIA
                   SET WRK-ITENS-CHEIA TO TRUE
                   DISPLAY 'CRCOBRA: MAIS DE 9999 ITENS NO '
                       'CREDIARIO - EXCEDENTES FORA DA COBRANCA'
               END-IF
               GO TO 0145-GUARDAR-EVENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           SET WRK-IDX-ITM TO WRK-QTD-ITENS.
           MOVE WRK-CRA-CLIENTE TO WRK-ITM-CLIENTE(WRK-IDX-ITM).
           MOVE WRK-CRA-REFERENCIA
               TO WRK-ITM-REFERENCIA(WRK-IDX-ITM).
           MOVE WRK-CRA-VALOR TO WRK-ITM-VALOR(WRK-IDX-ITM).
           MOVE 'A' TO WRK-ITM-SITUACAO(WRK-IDX-ITM).
           MOVE WRK-PARCELA-EVENTO TO WRK-ITM-PARCELA(WRK-IDX-ITM).
           IF WRK-CRA-QTD-PARCELAS NUMERIC
               AND WRK-CRA-QTD-PARCELAS NOT = ZEROS
               MOVE WRK-CRA-QTD-PARCELAS
                   TO WRK-ITM-QTD-PARCELAS(WRK-IDX-ITM)
           ELSE
               MOVE 01 TO WRK-ITM-QTD-PARCELAS(WRK-IDX-ITM)
           END-IF.
           IF WRK-CRA-VENCIMENTO NUMERIC
               AND WRK-CRA-VENCIMENTO NOT = ZEROS
               MOVE WRK-CRA-VENCIMENTO
                   TO WRK-ITM-VENCIMENTO(WRK-IDX-ITM)
           ELSE
               MOVE WRK-CRA-DATA TO WRK-ITM-VENCIMENTO(WRK-IDX-ITM)
           END-IF.
           MOVE ZEROS TO WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM).
           MOVE 'N' TO WRK-ITM-IMPRESSO(WRK-IDX-ITM).
       0145-GUARDAR-EVENTO-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN OUTPUT CARTA-ARQ.
           IF WRK-FS-CAR NOT = '00'
               MOVE WRK-FS-CAR TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CRCOBRA: ERRO AO ABRIR COBCARTA - STATUS '
                   WRK-FS-CAR ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT AGENCIA-ARQ.
           OPEN EXTEND HISTORICO-ARQ.
           IF WRK-FS-HIS NOT = '00'
               CLOSE HISTORICO-ARQ
               OPEN OUTPUT HISTORICO-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
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
      * CALCULA ATRASO E ENCARGOS DA PARCELA (CRMORA) E      *
      * DECIDE O ESTAGIO NOVO: O MAIOR AVISO ALCANCADO PELOS *
      * DIAS, SE AINDA NAO ENVIADO; OU O REPASSE, SE O       *
      * ULTIMO AVISO JA FOI ENVIADO, OS DIAS PASSARAM DO     *
      * REPASSE E O PRAZO DO ULTIMO AVISO SE ESGOTOU. O      *
      * REPASSE SAI NA HORA; O AVISO ESPERA A CARTA.         *
      *----------------------------------------------------*
       0200-AVALIAR-ITEM.
           IF WRK-ITM-SITUACAO(WRK-IDX-ITM) NOT = 'A'
               GO TO 0200-AVALIAR-ITEM-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EM-ABERTO.
           MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITM) TO WRK-MR-VENCIMENTO.
           MOVE WRK-DATA-SISTEMA TO WRK-MR-DATA.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITM) TO WRK-MR-VALOR.
           CALL 'CRMORA' USING WRK-MORA-AREA.
           MOVE WRK-MR-DIAS-ATRASO TO WRK-ITM-DIAS(WRK-IDX-ITM).
           MOVE WRK-MR-MULTA TO WRK-ITM-MULTA(WRK-IDX-ITM).
           MOVE WRK-MR-JUROS TO WRK-ITM-JUROS(WRK-IDX-ITM).
           MOVE WRK-MR-TOTAL TO WRK-ITM-TOTAL(WRK-IDX-ITM).
           IF WRK-MR-DIAS-ATRASO = ZEROS
               GO TO 0200-AVALIAR-ITEM-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-VENCIDAS.
           ADD WRK-ITM-VALOR(WRK-IDX-ITM) TO WRK-TOT-VENCIDO.
           ADD WRK-MR-ENCARGOS TO WRK-TOT-ENCARGOS.

           MOVE ZEROS TO WRK-ESTAGIO-ATINGIDO.
           PERFORM 0210-APURAR-ATINGIDO
               THRU 0210-APURAR-ATINGIDO-EXIT
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > 4.
           IF WRK-ESTAGIO-ATINGIDO = ZEROS
               GO TO 0200-AVALIAR-ITEM-EXIT
           END-IF.

           MOVE ZEROS TO WRK-ESTAGIO-ENVIADO.
           MOVE ZEROS TO WRK-DIAS-ULTIMO-AVISO.
           IF WRK-QTD-HISTORICO > ZEROS
               SET WRK-IDX-HIS TO 1
               SEARCH WRK-HIS
                   AT END
                       CONTINUE
                   WHEN WRK-HIS-REFERENCIA(WRK-IDX-HIS)
                           = WRK-ITM-REFERENCIA(WRK-IDX-ITM)
                       AND WRK-HIS-PARCELA(WRK-IDX-HIS)
                           = WRK-ITM-PARCELA(WRK-IDX-ITM)
                       AND WRK-HIS-CLIENTE(WRK-IDX-HIS)
                           = WRK-ITM-CLIENTE(WRK-IDX-ITM)
                       MOVE WRK-HIS-ESTAGIO(WRK-IDX-HIS)
                           TO WRK-ESTAGIO-ENVIADO
                       MOVE WRK-HIS-DATA(WRK-IDX-HIS)
                           TO WRK-DATA-AVISO
                       PERFORM 0220-CONTAR-DIAS-AVISO
                           THRU 0220-CONTAR-DIAS-AVISO-EXIT
               END-SEARCH
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ESTAGIO-ENVIADO >= 4
                   CONTINUE
               WHEN WRK-ESTAGIO-ATINGIDO = 4
                   AND WRK-ESTAGIO-ENVIADO = 3
                   AND WRK-DIAS-ULTIMO-AVISO >= WRK-PRAZO-REPASSE
                   MOVE 4 TO WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM)
                   PERFORM 0250-REPASSAR THRU 0250-REPASSAR-EXIT
               WHEN WRK-ESTAGIO-ATINGIDO > 3
                   AND WRK-ESTAGIO-ENVIADO < 3
                   MOVE 3 TO WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM)
               WHEN WRK-ESTAGIO-ATINGIDO <= 3
                   AND WRK-ESTAGIO-ATINGIDO > WRK-ESTAGIO-ENVIADO
                   MOVE WRK-ESTAGIO-ATINGIDO
                       TO WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM)
           END-EVALUATE.
       0200-AVALIAR-ITEM-EXIT.
           EXIT.

       0210-APURAR-ATINGIDO.
           IF WRK-MR-DIAS-ATRASO >= WRK-EST-DIAS(WRK-IDX-EST)
               MOVE WRK-IDX-EST TO WRK-ESTAGIO-ATINGIDO
           END-IF.
       0210-APURAR-ATINGIDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DIAS (COMERCIAIS) DESDE O ULTIMO AVISO ENVIADO DA    *
      * PARCELA. O REPASSE SO SAI DEPOIS DE O ULTIMO AVISO   *
      * TER DADO AO CLIENTE O MESMO PRAZO QUE SEPARA O 3O    *
      * ESTAGIO DO REPASSE NA REGUA.                         *
      *----------------------------------------------------*
       0220-CONTAR-DIAS-AVISO.
           COMPUTE WRK-DIAS-ULTIMO-AVISO =
               ((WRK-HOJE-ANO - WRK-AVI-ANO) * 360)
               + ((WRK-HOJE-MES - WRK-AVI-MES) * 30)
               + WRK-HOJE-DIA - WRK-AVI-DIA
               ON SIZE ERROR MOVE ZEROS TO WRK-DIAS-ULTIMO-AVISO
           END-COMPUTE.
       0220-CONTAR-DIAS-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REPASSA A PARCELA A EMPRESA DE COBRANCA (COBAGENC) E *
      * REGISTRA O ESTAGIO 4 NO HISTORICO.                   *
      *----------------------------------------------------*
       0250-REPASSAR.
           MOVE WRK-ITM-CLIENTE(WRK-IDX-ITM) TO WRK-CLIENTE-CARTA.
           PERFORM 0350-LOCALIZAR-NOME THRU 0350-LOCALIZAR-NOME-EXIT.
           MOVE WRK-ITM-CLIENTE(WRK-IDX-ITM) TO AGE-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO AGE-NOME.
           MOVE WRK-ITM-REFERENCIA(WRK-IDX-ITM) TO AGE-REFERENCIA.
           MOVE WRK-ITM-PARCELA(WRK-IDX-ITM) TO AGE-PARCELA.
           MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITM) TO AGE-VENCIMENTO.
           MOVE WRK-ITM-DIAS(WRK-IDX-ITM) TO AGE-DIAS.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITM) TO AGE-VALOR.
           MOVE WRK-MR-ENCARGOS TO AGE-ENCARGOS.
           MOVE WRK-ITM-TOTAL(WRK-IDX-ITM) TO AGE-TOTAL.
           MOVE WRK-DATA-SISTEMA TO AGE-DATA-REPASSE.
           WRITE WRK-REG-AGENCIA.
           PERFORM 0260-GRAVAR-HISTORICO
               THRU 0260-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO WRK-QTD-REPASSADAS.
           ADD WRK-ITM-TOTAL(WRK-IDX-ITM) TO WRK-TOT-REPASSADO.
           DISPLAY 'CRCOBRA: REFERENCIA '
               WRK-ITM-REFERENCIA(WRK-IDX-ITM) ' PARCELA '
               WRK-ITM-PARCELA(WRK-IDX-ITM) ' DO CLIENTE '
               WRK-ITM-CLIENTE(WRK-IDX-ITM)
               ' REPASSADA A EMPRESA DE COBRANCA'.
       0250-REPASSAR-EXIT.
           EXIT.

       0260-GRAVAR-HISTORICO.
           MOVE WRK-ITM-CLIENTE(WRK-IDX-ITM) TO HIS-CLIENTE.
           MOVE WRK-ITM-REFERENCIA(WRK-IDX-ITM) TO HIS-REFERENCIA.
           MOVE WRK-ITM-PARCELA(WRK-IDX-ITM) TO HIS-PARCELA.
           MOVE WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM) TO HIS-ESTAGIO.
           MOVE WRK-DATA-SISTEMA TO HIS-DATA.
           MOVE WRK-ITM-DIAS(WRK-IDX-ITM) TO HIS-DIAS.
           MOVE WRK-ITM-TOTAL(WRK-IDX-ITM) TO HIS-TOTAL.
           WRITE WRK-REG-HISTORICO.
       0260-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * A PRIMEIRA PARCELA AINDA NAO IMPRESSA DE UM CLIENTE  *
      * ABRE A CARTA DELE: O ESTAGIO DA CARTA E O MAIOR      *
      * ENTRE AS PARCELAS DO CLIENTE COM AVISO NOVO, E TODAS *
      * ELAS SAEM NA MESMA CARTA.                            *
      *----------------------------------------------------*
       0300-EMITIR-CARTA.
           IF WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM) = ZEROS
               OR WRK-ITM-ESTAGIO-NOVO(WRK-IDX-ITM) > 3
               OR WRK-ITM-IMPRESSO(WRK-IDX-ITM) = 'S'
               GO TO 0300-EMITIR-CARTA-EXIT
           END-IF.
           MOVE WRK-ITM-CLIENTE(WRK-IDX-ITM) TO WRK-CLIENTE-CARTA.
           MOVE ZEROS TO WRK-ESTAGIO-CARTA.
           MOVE ZEROS TO WRK-TOTAL-CARTA.
           PERFORM 0310-APURAR-ESTAGIO THRU 0310-APURAR-ESTAGIO-EXIT
               VARYING WRK-IDX-CARTA FROM WRK-IDX-ITM BY 1
               UNTIL WRK-IDX-CARTA > WRK-QTD-ITENS.
           PERFORM 0320-CABECALHO-CARTA
               THRU 0320-CABECALHO-CARTA-EXIT.
           PERFORM 0330-IMPRIMIR-PARCELA
               THRU 0330-IMPRIMIR-PARCELA-EXIT
               VARYING WRK-IDX-CARTA FROM WRK-IDX-ITM BY 1
               UNTIL WRK-IDX-CARTA > WRK-QTD-ITENS.
           MOVE SPACES TO WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA.
           MOVE WRK-TOTAL-CARTA TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-TOTAL.
           MOVE 'VALORES COM MULTA E JUROS DE MORA CALCULADOS PARA '
               TO WRK-CAR-TEXTO.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO.
           MOVE 'PAGAMENTO NA DATA DESTE AVISO.' TO WRK-CAR-TEXTO.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-SEPARADOR.
           ADD 1 TO WRK-QTD-CARTAS.
           ADD 1 TO WRK-QTD-CARTAS-ESTAGIO(WRK-ESTAGIO-CARTA).
       0300-EMITIR-CARTA-EXIT.
           EXIT.

       0310-APURAR-ESTAGIO.
           IF WRK-ITM-CLIENTE(WRK-IDX-CARTA) = WRK-CLIENTE-CARTA
               AND WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA) <= 3
               AND WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA)
                   > WRK-ESTAGIO-CARTA
               MOVE WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA)
                   TO WRK-ESTAGIO-CARTA
           END-IF.
       0310-APURAR-ESTAGIO-EXIT.
           EXIT.

       0320-CABECALHO-CARTA.
           PERFORM 0350-LOCALIZAR-NOME THRU 0350-LOCALIZAR-NOME-EXIT.
           MOVE SPACES TO WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-SEPARADOR.
           EVALUATE WRK-ESTAGIO-CARTA
               WHEN 1
                   MOVE 'AVISO DE PARCELA EM ATRASO'
                       TO WRK-CAR-TITULO-TXT
               WHEN 2
                   MOVE 'SEGUNDO AVISO DE COBRANCA'
                       TO WRK-CAR-TITULO-TXT
               WHEN OTHER
                   MOVE 'ULTIMO AVISO DE COBRANCA'
                       TO WRK-CAR-TITULO-TXT
           END-EVALUATE.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-TITULO.
           MOVE WRK-CLIENTE-CARTA TO WRK-CAR-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WRK-CAR-NOME.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-EDICAO.
           MOVE WRK-EDI-DIA TO WRK-CAR-DIA.
           MOVE WRK-EDI-MES TO WRK-CAR-MES.
           MOVE WRK-EDI-ANO TO WRK-CAR-ANO.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-IDENT.
           MOVE SPACES TO WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA.
           EVALUATE WRK-ESTAGIO-CARTA
               WHEN 1
                   MOVE 'CONSTA EM ABERTO NO NOSSO CREDIARIO A(S) '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'PARCELA(S) ABAIXO. SE O PAGAMENTO JA FOI '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'FEITO, FAVOR DESCONSIDERAR ESTE AVISO.'
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
               WHEN 2
                   MOVE 'APESAR DO PRIMEIRO AVISO, A(S) PARCELA(S) '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'ABAIXO CONTINUA(M) EM ABERTO. PEDIMOS A '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'REGULARIZACAO O QUANTO ANTES.'
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
               WHEN OTHER
                   MOVE 'ULTIMO AVISO: SEM O PAGAMENTO DA(S) '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'PARCELA(S) ABAIXO, O DEBITO SERA ENVIADO A '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'EMPRESA DE COBRANCA E AOS ORGAOS DE '
                       TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
                   MOVE 'PROTECAO AO CREDITO.' TO WRK-CAR-TEXTO
                   WRITE WRK-LINHA-CARTA FROM WRK-CAR-TEXTO
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-COLUNAS.
       0320-CABECALHO-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME NA CARTA CADA PARCELA DO CLIENTE COM AVISO   *
      * NOVO, MARCA COMO IMPRESSA E REGISTRA NO HISTORICO O  *
      * ESTAGIO DA CARTA (A PARCELA MAIS NOVA QUE ENTRA NUM  *
      * AVISO MAIS ALTO NAO RECEBE DEPOIS OS AVISOS MENORES).*
      *----------------------------------------------------*
       0330-IMPRIMIR-PARCELA.
           IF WRK-ITM-CLIENTE(WRK-IDX-CARTA) NOT = WRK-CLIENTE-CARTA
               OR WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA) = ZEROS
               OR WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA) > 3
               OR WRK-ITM-IMPRESSO(WRK-IDX-CARTA) = 'S'
               GO TO 0330-IMPRIMIR-PARCELA-EXIT
           END-IF.
           MOVE WRK-ITM-REFERENCIA(WRK-IDX-CARTA)
               TO WRK-DET-REFERENCIA.
           MOVE WRK-ITM-PARCELA(WRK-IDX-CARTA) TO WRK-DET-PARCELA.
           MOVE WRK-ITM-QTD-PARCELAS(WRK-IDX-CARTA) TO WRK-DET-QTD.
           MOVE WRK-ITM-VENCIMENTO(WRK-IDX-CARTA) TO WRK-DATA-EDICAO.
           MOVE WRK-EDI-DIA TO WRK-DET-DIA.
           MOVE WRK-EDI-MES TO WRK-DET-MES.
           MOVE WRK-EDI-ANO TO WRK-DET-ANO.
           MOVE WRK-ITM-DIAS(WRK-IDX-CARTA) TO WRK-DET-DIAS.
           MOVE WRK-ITM-VALOR(WRK-IDX-CARTA) TO WRK-DET-VALOR.
           MOVE WRK-ITM-MULTA(WRK-IDX-CARTA) TO WRK-DET-MULTA.
           MOVE WRK-ITM-JUROS(WRK-IDX-CARTA) TO WRK-DET-JUROS.
           MOVE WRK-ITM-TOTAL(WRK-IDX-CARTA) TO WRK-DET-TOTAL.
           WRITE WRK-LINHA-CARTA FROM WRK-CAR-DETALHE.
           ADD WRK-ITM-TOTAL(WRK-IDX-CARTA) TO WRK-TOTAL-CARTA.
           MOVE 'S' TO WRK-ITM-IMPRESSO(WRK-IDX-CARTA).
           MOVE WRK-ESTAGIO-CARTA
               TO WRK-ITM-ESTAGIO-NOVO(WRK-IDX-CARTA).
           MOVE WRK-ITM-CLIENTE(WRK-IDX-CARTA) TO HIS-CLIENTE.
           MOVE WRK-ITM-REFERENCIA(WRK-IDX-CARTA) TO HIS-REFERENCIA.
           MOVE WRK-ITM-PARCELA(WRK-IDX-CARTA) TO HIS-PARCELA.
           MOVE WRK-ESTAGIO-CARTA TO HIS-ESTAGIO.
           MOVE WRK-DATA-SISTEMA TO HIS-DATA.
           MOVE WRK-ITM-DIAS(WRK-IDX-CARTA) TO HIS-DIAS.
           MOVE WRK-ITM-TOTAL(WRK-IDX-CARTA) TO HIS-TOTAL.
           WRITE WRK-REG-HISTORICO.
       0330-IMPRIMIR-PARCELA-EXIT.
           EXIT.

       0350-LOCALIZAR-NOME.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-QTD-CLIENTES = ZEROS
               GO TO 0350-LOCALIZAR-NOME-EXIT
           END-IF.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   CONTINUE
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = WRK-CLIENTE-CARTA
                   MOVE WRK-CLI-NOME(WRK-IDX-CLI)
                       TO WRK-NOME-CLIENTE
           END-SEARCH.
       0350-LOCALIZAR-NOME-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CRCOBRA: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-CARTA.
           WRITE WRK-LINHA-CARTA.
           MOVE 'PARCELAS EM ABERTO...........' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-EM-ABERTO TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE 'PARCELAS VENCIDAS............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-VENCIDAS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE 'CARTAS EMITIDAS..............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CARTAS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE '  PRIMEIRO AVISO.............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CARTAS-ESTAGIO(1) TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE '  SEGUNDO AVISO..............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CARTAS-ESTAGIO(2) TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE '  ULTIMO AVISO...............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CARTAS-ESTAGIO(3) TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE 'PARCELAS REPASSADAS..........' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-REPASSADAS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-CONTAGEM.
           MOVE 'VALOR VENCIDO (SEM ENCARGOS).' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-VENCIDO TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-VALOR.
           MOVE 'MULTA E JUROS NESTA DATA.....' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-ENCARGOS TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-VALOR.
           MOVE 'TOTAL REPASSADO A COBRANCA...' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-REPASSADO TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-CARTA FROM WRK-LINHA-VALOR.
           CLOSE CARTA-ARQ.
           CLOSE AGENCIA-ARQ.
           CLOSE HISTORICO-ARQ.
           DISPLAY 'CRCOBRA: ' WRK-QTD-VENCIDAS ' PARCELAS VENCIDAS, '
               WRK-QTD-CARTAS ' CARTAS, ' WRK-QTD-REPASSADAS
               ' REPASSADAS A COBRANCA'.
       0900-ENCERRAR-EXIT.
           EXIT.

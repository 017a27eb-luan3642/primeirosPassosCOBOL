      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CONVERSAO (UMA UNICA VEZ) DO CADASTRO DE
      * FUNCIONARIOS DE UM LAYOUT ANTIGO (54 BYTES; 78 BYTES
      * COM A DATA DE DESLIGAMENTO E OS DADOS BANCARIOS; OU 100
      * BYTES COM PIS E CPF) PARA O LAYOUT CORRENTE DO
      * EMPFUNC.COB (105 BYTES, COM O CARGO). O LAYOUT DE
      * ORIGEM VEM DO CARTAO CONVORIG ('054', '078' OU '100';
      * SEM O CARTAO, '100'). UM FUNCMSTR GRAVADO
      * NO LAYOUT ANTIGO NAO ABRE NOS PROGRAMAS ATUAIS (CONFLITO
      * DE ATRIBUTO FIXO, STATUS 39) E O FUNCUNLD TAMBEM NAO O
      * LE, POIS SO FALA O LAYOUT NOVO. ESTE PROGRAMA LE O
      * CADASTRO ANTIGO EM SEQUENCIA PELO INDICE, COMPLETA OS
      * CAMPOS NOVOS COM O VALOR NEUTRO (DESLIGAMENTO E CONTA
      * ZERADOS, DV EM BRANCO, PIS E CPF ZERADOS, CARGO EM
      * BRANCO - A SEREM INFORMADOS PELO MOVIMENTO DO EMPMNT)
      * E GRAVA O BACKUP
      * FUNCBKP NO FORMATO DO FUNCUNLD (HEADER DATADO, DETALHES
      * E TRAILER COM CONTAGEM E SOMA DE SALARIOS).
      *
      * PROCEDIMENTO DA CONVERSAO:
      *   1. FUNCCONV COM O FUNCMSTR ANTIGO E O CARTAO
      *      CONVORIG -> GERA FUNCBKP;
      *   2. GUARDAR O FUNCMSTR ANTIGO COMO SEGURANCA;
      *   3. FUNCRELD RECONSTROI O FUNCMSTR NO LAYOUT NOVO A
      *      PARTIR DO FUNCBKP, PROVANDO CONTAGEM E SOMA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CONVERSAO TAMBEM A PARTIR DO LAYOUT DE 78 BYTES, PARA O
      *   CADASTRO QUE CRESCEU PARA 100 BYTES COM PIS E CPF.
      *   LAYOUT DE ORIGEM ESCOLHIDO PELO CARTAO CONVORIG.
      * - CONVERSAO TAMBEM A PARTIR DO LAYOUT DE 100 BYTES, PARA O
      *   CADASTRO QUE CRESCEU PARA 105 BYTES COM O CARGO (CARTAO
      *   CONVORIG '100', QUE PASSA A SER O PADRAO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CNV-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT FUNCV78-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN8-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT FUNCV100-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN0-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT ORIGEM-ARQ ASSIGN TO 'CONVORIG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORG.

           SELECT BACKUP-ARQ ASSIGN TO 'FUNCBKP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BKP.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS ANTIGOS DO CADASTRO - SO ESTE PROGRAMA AINDA
      *    OS CONHECE. O DE 54 BYTES E DE ANTES DA DATA DE
      *    DESLIGAMENTO E DOS DADOS BANCARIOS.
       FD  FUNCVELHO-ARQ.
       01  CNV-FUNCIONARIO.
           05  CNV-MATRICULA           PIC 9(06).
           05  CNV-DEPARTAMENTO        PIC X(10).
           05  CNV-SITUACAO            PIC X(01).

      *    O DE 78 BYTES E DE ANTES DO PIS E DO CPF.
       FD  FUNCV78-ARQ.
       01  CN8-FUNCIONARIO.
           05  CN8-MATRICULA           PIC 9(06).
           05  CN8-NOME                PIC X(20).
           05  CN8-DATA-ADMISSAO       PIC 9(08).
           05  CN8-SALARIO             PIC 9(07)V99.
           05  CN8-DEPARTAMENTO        PIC X(10).
           05  CN8-SITUACAO            PIC X(01).
           05  CN8-DATA-DESLIGAMENTO   PIC 9(08).
           05  CN8-DADOS-BANCARIOS     PIC X(16).

      *    O DE 100 BYTES E DE ANTES DO CARGO.
       FD  FUNCV100-ARQ.
       01  CN0-FUNCIONARIO.
           05  CN0-MATRICULA           PIC 9(06).
           05  CN0-NOME                PIC X(20).
           05  CN0-DATA-ADMISSAO       PIC 9(08).
           05  CN0-SALARIO             PIC 9(07)V99.
           05  CN0-DEPARTAMENTO        PIC X(10).
           05  CN0-SITUACAO            PIC X(01).
           05  CN0-DATA-DESLIGAMENTO   PIC 9(08).
           05  CN0-DADOS-BANCARIOS     PIC X(16).
           05  CN0-DOCUMENTOS          PIC X(22).

       FD  ORIGEM-ARQ.
       01  WRK-REG-ORIGEM              PIC X(03).

      *    TRES VISOES DO MESMO REGISTRO DE 106 BYTES: HEADER
      *    ('H'), DETALHE ('D' + REGISTRO DO CADASTRO) E TRAILER
      *    ('T') DO BACKUP, IGUAIS AOS DO FUNCUNLD.
       FD  BACKUP-ARQ.
       01  WRK-REG-BACKUP.
           05  BKP-TIPO-REG            PIC X(01).
           05  BKP-FUNCIONARIO         PIC X(105).
       01  WRK-REG-BACKUP-CAB.
           05  BKH-TIPO-REG            PIC X(01).
           05  BKH-DATA                PIC 9(08).
           05  FILLER                  PIC X(97).
       01  WRK-REG-BACKUP-TRL.
           05  BKT-TIPO-REG            PIC X(01).
           05  BKT-QTD                 PIC 9(06).
           05  BKT-HASH-SALARIO        PIC 9(13)V99.
           05  FILLER                  PIC X(84).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-BKP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ORG                  PIC X(02) VALUE SPACES.

       77  WRK-LAYOUT-ORIGEM           PIC X(03) VALUE '100'.
           88  WRK-ORIGEM-54                       VALUE '054'.
           88  WRK-ORIGEM-78                       VALUE '078'.
           88  WRK-ORIGEM-100                      VALUE '100'.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-LER-ORIGEM THRU 0100-LER-ORIGEM-EXIT.
           IF NOT WRK-ORIGEM-54 AND NOT WRK-ORIGEM-78
               AND NOT WRK-ORIGEM-100
               DISPLAY 'FUNCCONV: LAYOUT DE ORIGEM INVALIDO NO '
                   'CARTAO CONVORIG: ' WRK-LAYOUT-ORIGEM
               DISPLAY 'FUNCCONV: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN WRK-ORIGEM-54
                   OPEN INPUT FUNCVELHO-ARQ
               WHEN WRK-ORIGEM-78
                   OPEN INPUT FUNCV78-ARQ
               WHEN OTHER
                   OPEN INPUT FUNCV100-ARQ
           END-EVALUATE.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO

           MOVE 'H' TO BKH-TIPO-REG.
           MOVE WRK-DATA-SISTEMA TO BKH-DATA.
           MOVE SPACES TO WRK-REG-BACKUP-CAB(10:97).
           WRITE WRK-REG-BACKUP-CAB.

           EVALUATE TRUE
               WHEN WRK-ORIGEM-54
                   PERFORM 0200-CONVERTER THRU 0200-CONVERTER-EXIT
                       UNTIL WRK-FIM-FUNC
               WHEN WRK-ORIGEM-78
                   PERFORM 0210-CONVERTER-78
                       THRU 0210-CONVERTER-78-EXIT
                       UNTIL WRK-FIM-FUNC
               WHEN OTHER
                   PERFORM 0220-CONVERTER-100
                       THRU 0220-CONVERTER-100-EXIT
                       UNTIL WRK-FIM-FUNC
           END-EVALUATE.

           MOVE 'T' TO BKT-TIPO-REG.
           MOVE WRK-QTD-CONVERTIDOS TO BKT-QTD.
           MOVE WRK-HASH-SALARIOS TO BKT-HASH-SALARIO.
           MOVE SPACES TO WRK-REG-BACKUP-TRL(23:84).
           WRITE WRK-REG-BACKUP-TRL.

           CLOSE BACKUP-ARQ.
           EVALUATE TRUE
               WHEN WRK-ORIGEM-54
                   CLOSE FUNCVELHO-ARQ
               WHEN WRK-ORIGEM-78
                   CLOSE FUNCV78-ARQ
               WHEN OTHER
                   CLOSE FUNCV100-ARQ
           END-EVALUATE.
           DISPLAY 'FUNCCONV: LAYOUT DE ORIGEM ' WRK-LAYOUT-ORIGEM
               ' BYTES'.
           DISPLAY 'FUNCCONV: ' WRK-QTD-CONVERTIDOS
               ' FUNCIONARIOS CONVERTIDOS EM FUNCBKP, SOMA DE '
               'SALARIOS ' WRK-HASH-SALARIOS.
               'FUNCRELD PARA RECONSTRUIR NO LAYOUT NOVO'.
           GOBACK.

      *----------------------------------------------------*
      * LE O CARTAO CONVORIG COM O LAYOUT DE ORIGEM DO        *
      * CADASTRO ('054', '078' OU '100'). SEM O CARTAO, FICA  *
      * O LAYOUT DE 100 BYTES.                                *
      *----------------------------------------------------*
       0100-LER-ORIGEM.
           OPEN INPUT ORIGEM-ARQ.
           IF WRK-FS-ORG NOT = '00'
               GO TO 0100-LER-ORIGEM-EXIT
           END-IF.
           READ ORIGEM-ARQ
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WRK-REG-ORIGEM TO WRK-LAYOUT-ORIGEM
           END-READ.
           CLOSE ORIGEM-ARQ.
       0100-LER-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
           MOVE ZEROS TO WRK-AGENCIA.
           MOVE ZEROS TO WRK-CONTA-CORRENTE.
           MOVE SPACES TO WRK-CONTA-DV.
           MOVE ZEROS TO WRK-PIS.
           MOVE ZEROS TO WRK-CPF.
           MOVE SPACES TO WRK-CARGO.
           MOVE 'D' TO BKP-TIPO-REG.
           MOVE WRK-FUNCIONARIO TO BKP-FUNCIONARIO.
           WRITE WRK-REG-BACKUP.
           ADD CNV-SALARIO TO WRK-HASH-SALARIOS.
       0200-CONVERTER-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE UM REGISTRO DO CADASTRO NO LAYOUT DE 78 BYTES,     *
      * ZERA PIS E CPF, DEIXA O CARGO EM BRANCO E GRAVA O     *
      * DETALHE DO BACKUP NO LAYOUT CORRENTE.                 *
      *----------------------------------------------------*
       0210-CONVERTER-78.
           READ FUNCV78-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-FUNC TO TRUE
                   GO TO 0210-CONVERTER-78-EXIT
           END-READ.
           MOVE CN8-FUNCIONARIO TO WRK-FUNCIONARIO.
           MOVE ZEROS TO WRK-PIS.
           MOVE ZEROS TO WRK-CPF.
           MOVE SPACES TO WRK-CARGO.
           MOVE 'D' TO BKP-TIPO-REG.
           MOVE WRK-FUNCIONARIO TO BKP-FUNCIONARIO.
           WRITE WRK-REG-BACKUP.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           ADD CN8-SALARIO TO WRK-HASH-SALARIOS.
       0210-CONVERTER-78-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE UM REGISTRO DO CADASTRO NO LAYOUT DE 100 BYTES,    *
      * DEIXA O CARGO EM BRANCO E GRAVA O DETALHE DO BACKUP   *
      * NO LAYOUT CORRENTE.                                   *
      *----------------------------------------------------*
       0220-CONVERTER-100.
           READ FUNCV100-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-FUNC TO TRUE
                   GO TO 0220-CONVERTER-100-EXIT
           END-READ.
           MOVE CN0-FUNCIONARIO TO WRK-FUNCIONARIO.
           MOVE SPACES TO WRK-CARGO.
           MOVE 'D' TO BKP-TIPO-REG.
           MOVE WRK-FUNCIONARIO TO BKP-FUNCIONARIO.
           WRITE WRK-REG-BACKUP.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           ADD CN0-SALARIO TO WRK-HASH-SALARIOS.
       0220-CONVERTER-100-EXIT.
           EXIT.

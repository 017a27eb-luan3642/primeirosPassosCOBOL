       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSREM.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: REMESSA DAS PENSOES ALIMENTICIAS AOS
      * BENEFICIARIOS E RELATORIO MENSAL POR ORDEM JUDICIAL.
      * LE AS PENSOES DESCONTADAS NA FOLHA DO MES (PENSPAG,
      * GRAVADO PELO CALCLIQ, VER PENSPREG.COB) E, PARA CADA
      * UMA, BUSCA NO CADASTRO DE ORDENS JUDICIAIS (PENSMSTR,
      * VER PENSREG.COB) O PROCESSO, O BENEFICIARIO E A CONTA
      * DELE. GERA UMA ORDEM DE CREDITO POR PENSAO NO ARQUIVO
      * PENSREM, NO MESMO LAYOUT DA REMESSA DE SALARIOS
      * (BANKREM) - COM A MATRICULA DO FUNCIONARIO E O NOME DO
      * BENEFICIARIO -, E O RELATORIO PENSLIST, UMA LINHA POR
      * ORDEM JUDICIAL, QUE E O COMPROVANTE DE PAGAMENTO
      * PEDIDO PELO JUIZO. ORDEM SEM CONTA DO BENEFICIARIO OU
      * FORA DO CADASTRO SAI NO RELATORIO MAS FICA FORA DA
      * REMESSA, COM APONTAMENTO NO CONSOLE.
      * A PENSAO SOBRE A DIFERENCA DA FOLHA COMPLEMENTAR E
      * REMETIDA EXECUTANDO ESTE PROGRAMA COM O PENSCOMP DO
      * FOLHACOM (MESMO LAYOUT) NO LUGAR DO PENSPAG, DEPOIS DE
      * ENVIADA A REMESSA DO MES; O TITULO DO RELATORIO SAI
      * ENTAO MARCADO COMO COMPLEMENTAR.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - TITULO DO RELATORIO MARCADO COMO COMPLEMENTAR QUANDO O
      *   ARQUIVO LIDO E O PENSCOMP DO FOLHACOM (TIPO DA FOLHA
      *   'C' NO REGISTRO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSPAG-ARQ ASSIGN TO 'PENSPAG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PPG.

           SELECT PENSAO-ARQ ASSIGN TO 'PENSMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PEN-CHAVE
               FILE STATUS IS WRK-FS-PEN.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT REMESSA-ARQ ASSIGN TO 'PENSREM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.

           SELECT RELATORIO-ARQ ASSIGN TO 'PENSLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSPAG-ARQ.
           COPY 'PENSPREG.COB'.

       FD  PENSAO-ARQ.
           COPY 'PENSREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  REMESSA-ARQ.
       01  WRK-REG-REMESSA.
           05  REM-MATRICULA           PIC 9(06).
           05  REM-NOME                PIC X(20).
           05  REM-BANCO               PIC 9(03).
           05  REM-AGENCIA             PIC 9(04).
           05  REM-CONTA-CORRENTE      PIC 9(08).
           05  REM-CONTA-DV            PIC X(01).
           05  REM-VALOR               PIC 9(07)V99.
           05  REM-DATA-GERACAO        PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-PPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-PPG              PIC X(01) VALUE 'N'.
           88  WRK-FIM-PPG                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-ORDEM-ACHADA         PIC X(01) VALUE 'N'.
           88  WRK-ORDEM-ACHADA                   VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    ULTIMO FUNCIONARIO LIDO DO CADASTRO, PARA NAO RELER O
      *    FUNCMSTR A CADA PENSAO DA MESMA MATRICULA.
       77  WRK-MATRICULA-CORRENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-CORRENTE           PIC X(20) VALUE SPACES.

       77  WRK-QTD-PENSOES              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ORDENS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DESCONTADO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-REMESSA            PIC 9(09)V99 VALUE ZEROS.

       01  WRK-CABECALHO-1.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(46)
               VALUE 'PENSOES ALIMENTICIAS PAGAS - COMPETENCIA '.
           05  WRK-CAB-ANO              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  WRK-CAB-TIPO             PIC X(14) VALUE SPACES.

       01  WRK-CABECALHO-2.
           05  FILLER                   PIC X(21) VALUE 'PROCESSO'.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(21) VALUE 'BENEFICIARIO'.
           05  FILLER                   PIC X(02) VALUE 'B'.
           05  FILLER                   PIC X(11) VALUE 'VALOR BASE'.
           05  FILLER                   PIC X(11) VALUE 'VALOR PAGO'.
           05  FILLER                   PIC X(07) VALUE 'SIT.'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-PROCESSO         PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-BENEFICIARIO     PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-BASE             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR-BASE       PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(07).

      *    SEGUNDA LINHA DE CADA ORDEM: FUNCIONARIO, PERCENTUAL
      *    DA ORDEM E CONTA DO BENEFICIARIO QUE RECEBEU.
       01  WRK-LINHA-CONTA.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  WRK-CTA-NOME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CTA-PERCENTUAL       PIC ZZ9,99.
           05  FILLER                   PIC X(02) VALUE '% '.
           05  FILLER                   PIC X(04) VALUE 'BCO '.
           05  WRK-CTA-BANCO            PIC 9(03).
           05  FILLER                   PIC X(04) VALUE ' AG '.
           05  WRK-CTA-AGENCIA          PIC 9(04).
           05  FILLER                   PIC X(04) VALUE ' CC '.
           05  WRK-CTA-CONTA            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WRK-CTA-DV               PIC X(01).

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(09) VALUE 'PENSOES: '.
           05  WRK-TOT-PENSOES          PIC ZZZZZ9.
           05  FILLER                   PIC X(14)
               VALUE '  DESCONTADO: '.
           05  WRK-TOT-DESCONTADO       PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(12)
               VALUE '  REMETIDO: '.
           05  WRK-TOT-REMESSA          PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-PPG
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT PENSPAG-ARQ.
           IF WRK-FS-PPG NOT = '00'
               MOVE WRK-FS-PPG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSREM: ERRO AO ABRIR PENSPAG - STATUS '
                   WRK-FS-PPG ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-PPG TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT PENSAO-ARQ.
           IF WRK-FS-PEN NOT = '00'
               MOVE WRK-FS-PEN TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSREM: ERRO AO ABRIR PENSMSTR - STATUS '
                   WRK-FS-PEN ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE PENSPAG-ARQ
               SET WRK-FIM-PPG TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSREM: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE PENSPAG-ARQ
               CLOSE PENSAO-ARQ
               SET WRK-FIM-PPG TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT REMESSA-ARQ.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-ANOSYS TO WRK-CAB-ANO.
           MOVE WRK-MESSYS TO WRK-CAB-MES.
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
      * LE CADA PENSAO DESCONTADA NA FOLHA (PENSPAG), BUSCA  *
      * A ORDEM JUDICIAL NO PENSMSTR E O FUNCIONARIO NO      *
      * FUNCMSTR, IMPRIME AS DUAS LINHAS DA ORDEM NO         *
      * RELATORIO E, COM A CONTA DO BENEFICIARIO INFORMADA,  *
      * GERA A ORDEM DE CREDITO NA REMESSA.                  *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ PENSPAG-ARQ
               AT END
                   SET WRK-FIM-PPG TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-QTD-PENSOES = ZEROS
               MOVE WRK-PPG-ANO TO WRK-CAB-ANO
               MOVE WRK-PPG-MES TO WRK-CAB-MES
               IF WRK-PPG-FOLHA-COMPLEMENTAR
                   MOVE ' COMPLEMENTAR' TO WRK-CAB-TIPO
               END-IF
               WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1
               WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-2
           END-IF.
           ADD 1 TO WRK-QTD-PENSOES.
           ADD WRK-PPG-VALOR TO WRK-TOTAL-DESCONTADO.

           IF WRK-PPG-MATRICULA NOT = WRK-MATRICULA-CORRENTE
               MOVE WRK-PPG-MATRICULA TO WRK-MATRICULA-CORRENTE
               MOVE SPACES TO WRK-NOME-CORRENTE
               MOVE WRK-PPG-MATRICULA TO WRK-MATRICULA
               READ FUNCIONARIO-ARQ
                   INVALID KEY
                       DISPLAY 'PENSREM: MATRICULA '
                           WRK-PPG-MATRICULA ' DO PENSPAG NAO '
                           'ESTA NO CADASTRO'
                   NOT INVALID KEY
                       MOVE WRK-NOME TO WRK-NOME-CORRENTE
               END-READ
           END-IF.

           MOVE WRK-PPG-MATRICULA TO WRK-PEN-MATRICULA.
           MOVE WRK-PPG-SEQUENCIA TO WRK-PEN-SEQUENCIA.
           SET WRK-ORDEM-ACHADA TO TRUE.
           READ PENSAO-ARQ
               INVALID KEY
                   MOVE 'N' TO WRK-SW-ORDEM-ACHADA
                   MOVE SPACES TO WRK-PEN-PROCESSO
                   MOVE SPACES TO WRK-PEN-BENEFICIARIO
                   MOVE ZEROS TO WRK-PEN-PERCENTUAL
                   MOVE ZEROS TO WRK-PEN-BANCO
                   MOVE ZEROS TO WRK-PEN-AGENCIA
                   MOVE ZEROS TO WRK-PEN-CONTA-CORRENTE
                   MOVE SPACES TO WRK-PEN-CONTA-DV
           END-READ.

           MOVE WRK-PEN-PROCESSO       TO WRK-DET-PROCESSO.
           MOVE WRK-PPG-MATRICULA      TO WRK-DET-MATRICULA.
           MOVE WRK-PEN-BENEFICIARIO   TO WRK-DET-BENEFICIARIO.
           MOVE WRK-PPG-BASE           TO WRK-DET-BASE.
           MOVE WRK-PPG-VALOR-BASE     TO WRK-DET-VALOR-BASE.
           MOVE WRK-PPG-VALOR          TO WRK-DET-VALOR.
           MOVE WRK-NOME-CORRENTE      TO WRK-CTA-NOME.
           MOVE WRK-PEN-PERCENTUAL     TO WRK-CTA-PERCENTUAL.
           MOVE WRK-PEN-BANCO          TO WRK-CTA-BANCO.
           MOVE WRK-PEN-AGENCIA        TO WRK-CTA-AGENCIA.
           MOVE WRK-PEN-CONTA-CORRENTE TO WRK-CTA-CONTA.
           MOVE WRK-PEN-CONTA-DV       TO WRK-CTA-DV.

           EVALUATE TRUE
               WHEN NOT WRK-ORDEM-ACHADA
                   MOVE 'S/ORDEM' TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY 'PENSREM: ORDEM ' WRK-PPG-MATRICULA '/'
                       WRK-PPG-SEQUENCIA ' DO PENSPAG NAO ESTA NO '
                       'PENSMSTR - FORA DA REMESSA'
               WHEN WRK-PEN-BANCO = ZEROS
                   MOVE 'S/CONTA' TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTD-SEM-CONTA
                   DISPLAY 'PENSREM: ORDEM ' WRK-PPG-MATRICULA '/'
                       WRK-PPG-SEQUENCIA ' SEM CONTA DO '
                       'BENEFICIARIO - FORA DA REMESSA'
               WHEN WRK-PPG-VALOR = ZEROS
                   MOVE 'ZERADA' TO WRK-DET-SITUACAO
               WHEN OTHER
                   MOVE 'REMETID' TO WRK-DET-SITUACAO
                   MOVE WRK-PPG-MATRICULA      TO REM-MATRICULA
                   MOVE WRK-PEN-BENEFICIARIO   TO REM-NOME
                   MOVE WRK-PEN-BANCO          TO REM-BANCO
                   MOVE WRK-PEN-AGENCIA        TO REM-AGENCIA
                   MOVE WRK-PEN-CONTA-CORRENTE TO REM-CONTA-CORRENTE
                   MOVE WRK-PEN-CONTA-DV       TO REM-CONTA-DV
                   MOVE WRK-PPG-VALOR          TO REM-VALOR
                   MOVE WRK-DATA-SISTEMA       TO REM-DATA-GERACAO
                   WRITE WRK-REG-REMESSA
                   ADD 1 TO WRK-QTD-ORDENS
                   ADD WRK-PPG-VALOR TO WRK-TOTAL-REMESSA
           END-EVALUATE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTA.
       0200-PROCESSAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'PENSREM: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHMES), QUE PARA A
      *        CADEIA EM VEZ DE SEGUIR SEM REMESSA.
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-PENSOES = ZEROS
               WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1
               WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-2
           END-IF.
           MOVE WRK-QTD-PENSOES TO WRK-TOT-PENSOES.
           MOVE WRK-TOTAL-DESCONTADO TO WRK-TOT-DESCONTADO.
           MOVE WRK-TOTAL-REMESSA TO WRK-TOT-REMESSA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE PENSPAG-ARQ.
           CLOSE PENSAO-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           CLOSE REMESSA-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'PENSREM: ' WRK-QTD-ORDENS
               ' ORDENS DE CREDITO GERADAS, TOTAL '
               WRK-TOTAL-REMESSA ', ' WRK-QTD-SEM-CONTA
               ' SEM CONTA DO BENEFICIARIO, '
               WRK-QTD-SEM-CADASTRO ' FORA DO PENSMSTR'.
       0900-ENCERRAR-EXIT.
           EXIT.

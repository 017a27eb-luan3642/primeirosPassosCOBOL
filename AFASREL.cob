       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO MENSAL DE AFASTADOS. LE O CADASTRO DE
      * AFASTAMENTOS (AFASMSTR, VER AFASREG.COB) EM SEQUENCIA DE
      * MATRICULA, BUSCA NOME E DEPARTAMENTO NO CADASTRO DE
      * FUNCIONARIOS (FUNCMSTR) E IMPRIME A LISTAGEM (AFASLIST)
      * COM QUEM ESTEVE AFASTADO NA COMPETENCIA (CARTAO COMPET,
      * AAAAMM; SEM O CARTAO, ANO/MES DA EXECUCAO): TIPO, DESDE
      * QUANDO, PREVISAO DE RETORNO, DIAS AFASTADOS NO MES E
      * QUANTOS DELES FICAM A CARGO DO INSS (ROTINA COMUM
      * AFASDIAS, A MESMA CONTA DO CALCLIQ). AFASTAMENTO AINDA
      * SEM RETORNO E COM A PREVISAO JA VENCIDA NA DATA DA
      * EXECUCAO SAI MARCADO COMO ATRASADO, PARA O RH COBRAR O
      * RETORNO OU A PRORROGACAO DO BENEFICIO.
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
           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT RELATORIO-ARQ ASSIGN TO 'AFASLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-AFA              PIC X(01) VALUE 'N'.
           88  WRK-FIM-AFA                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).
       01  WRK-DATA-SISTEMA-NUM REDEFINES WRK-DATA-SISTEMA
                                        PIC 9(08).

      *    COMPETENCIA DO RELATORIO (CARTAO COMPET, AAAAMM). SEM
      *    O CARTAO, ASSUME O ANO/MES DA DATA DO SISTEMA.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                        PIC 9(06).

      *    PRIMEIRO E ULTIMO DIA DA COMPETENCIA (AAAAMMDD), PARA
      *    SELECIONAR OS AFASTAMENTOS QUE TOCAM O MES.
       77  WRK-DATA-MES-INICIO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MES-FIM             PIC 9(08) VALUE ZEROS.

      *    ULTIMO FUNCIONARIO LIDO DO CADASTRO, PARA NAO RELER O
      *    FUNCMSTR A CADA AFASTAMENTO DA MESMA MATRICULA.
       77  WRK-MATRICULA-CORRENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-CORRENTE           PIC X(20) VALUE SPACES.
       77  WRK-DEPTO-CORRENTE          PIC X(10) VALUE SPACES.

       77  WRK-QTD-AFASTADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ATRASADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DIAS-INSS          PIC 9(07) VALUE ZEROS.

       01  WRK-CABECALHO-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(36)
               VALUE 'AFASTADOS NA COMPETENCIA (AAAAMM): '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).

       01  WRK-CABECALHO-2.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(21) VALUE 'NOME'.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(03) VALUE 'T'.
           05  FILLER                   PIC X(09) VALUE 'DESDE'.
           05  FILLER                   PIC X(09) VALUE 'PREVISAO'.
           05  FILLER                   PIC X(04) VALUE 'MES'.
           05  FILLER                   PIC X(04) VALUE 'INSS'.
           05  FILLER                   PIC X(08) VALUE 'SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DEPTO            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-TIPO             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-INICIO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PREVISAO         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIAS-MES         PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-DIAS-INSS        PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(10).

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(12) VALUE 'AFASTADOS: '.
           05  WRK-TOT-AFASTADOS        PIC ZZZZZ9.
           05  FILLER                   PIC X(13)
               VALUE '  ATRASADOS: '.
           05  WRK-TOT-ATRASADOS        PIC ZZZZZ9.
           05  FILLER                   PIC X(19)
               VALUE '  DIAS PELO INSS: '.
           05  WRK-TOT-DIAS-INSS        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-COMPETENCIA
               THRU 0105-CARREGAR-COMPETENCIA-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-AFA
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * LE A COMPETENCIA DO RELATORIO (CARTAO COMPET).       *
      * SEM O CARTAO, A COMPETENCIA E O ANO/MES DA EXECUCAO. *
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
           COMPUTE WRK-DATA-MES-INICIO =
               WRK-COMPETENCIA-NUM * 100 + 1.
           COMPUTE WRK-DATA-MES-FIM =
               WRK-COMPETENCIA-NUM * 100 + 31.
       0105-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               MOVE WRK-FS-AFA TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'AFASREL: ERRO AO ABRIR AFASMSTR - STATUS '
                   WRK-FS-AFA ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-AFA TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'AFASREL: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE AFASTAMENTO-ARQ
               SET WRK-FIM-AFA TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-2.
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
      * LE CADA AFASTAMENTO; SO ENTRA NA LISTAGEM O QUE      *
      * COMECOU ATE O FIM DA COMPETENCIA E NAO TERMINOU      *
      * ANTES DELA (RETORNO ZERADO OU DENTRO/DEPOIS DO MES). *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ AFASTAMENTO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-AFA TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-AFA-DATA-INICIO > WRK-DATA-MES-FIM
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF WRK-AFA-DATA-RETORNO NOT = ZEROS
               AND WRK-AFA-DATA-RETORNO NOT > WRK-DATA-MES-INICIO
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           IF WRK-AFA-MATRICULA NOT = WRK-MATRICULA-CORRENTE
               MOVE WRK-AFA-MATRICULA TO WRK-MATRICULA-CORRENTE
               MOVE SPACES TO WRK-NOME-CORRENTE
               MOVE SPACES TO WRK-DEPTO-CORRENTE
               MOVE WRK-AFA-MATRICULA TO WRK-MATRICULA
               READ FUNCIONARIO-ARQ
                   INVALID KEY
                       DISPLAY 'AFASREL: MATRICULA '
                           WRK-AFA-MATRICULA ' DO AFASMSTR NAO '
                           'ESTA NO CADASTRO'
                   NOT INVALID KEY
                       MOVE WRK-NOME TO WRK-NOME-CORRENTE
                       MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-CORRENTE
               END-READ
           END-IF.

           MOVE WRK-AFA-TIPO          TO WRK-AD-TIPO.
           MOVE WRK-AFA-DATA-INICIO   TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFA-DATA-RETORNO  TO WRK-AD-DATA-RETORNO.
           MOVE WRK-COMPETENCIA       TO WRK-AD-COMPETENCIA.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.

           MOVE WRK-AFA-MATRICULA     TO WRK-DET-MATRICULA.
           MOVE WRK-NOME-CORRENTE     TO WRK-DET-NOME.
           MOVE WRK-DEPTO-CORRENTE    TO WRK-DET-DEPTO.
           MOVE WRK-AFA-TIPO          TO WRK-DET-TIPO.
           MOVE WRK-AFA-DATA-INICIO   TO WRK-DET-INICIO.
           MOVE WRK-AFA-DATA-PREVISAO TO WRK-DET-PREVISAO.
           MOVE WRK-AD-DIAS-MES       TO WRK-DET-DIAS-MES.
           MOVE WRK-AD-DIAS-INSS      TO WRK-DET-DIAS-INSS.
           EVALUATE TRUE
               WHEN WRK-AFA-DATA-RETORNO NOT = ZEROS
                   MOVE 'RETORNOU' TO WRK-DET-SITUACAO
               WHEN WRK-AFA-DATA-PREVISAO NOT = ZEROS
                   AND WRK-AFA-DATA-PREVISAO < WRK-DATA-SISTEMA-NUM
                   MOVE 'ATRASADO' TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTD-ATRASADOS
               WHEN OTHER
                   MOVE 'AFASTADO' TO WRK-DET-SITUACAO
           END-EVALUATE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTD-AFASTADOS.
           ADD WRK-AD-DIAS-INSS TO WRK-TOTAL-DIAS-INSS.
       0200-PROCESSAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'AFASREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE WRK-QTD-AFASTADOS TO WRK-TOT-AFASTADOS.
           MOVE WRK-QTD-ATRASADOS TO WRK-TOT-ATRASADOS.
           MOVE WRK-TOTAL-DIAS-INSS TO WRK-TOT-DIAS-INSS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE AFASTAMENTO-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'AFASREL: ' WRK-QTD-AFASTADOS
               ' AFASTAMENTOS NA COMPETENCIA, ' WRK-QTD-ATRASADOS
               ' COM RETORNO ATRASADO'.
       0900-ENCERRAR-EXIT.
           EXIT.

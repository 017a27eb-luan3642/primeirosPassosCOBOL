       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSREM.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ARQUIVO MENSAL DE RECOLHIMENTO DO FGTS. LE O
      * ENCFILE GRAVADO PELO ENCARGOS (FGTS APURADO POR
      * FUNCIONARIO NA FOLHA DO MES) E MONTA O ARQUIVO FGTSARQ
      * PARA O BANCO DO GOVERNO, COM HEADER DO EMPREGADOR
      * (CARTAO EMPRCNPJ: CNPJ + RAZAO SOCIAL, COMO NO
      * GOVCAGED), UM DETALHE POR TRABALHADOR (MATRICULA, PIS,
      * CPF, BASE E VALOR) E TRAILER COM A QUANTIDADE, A SOMA
      * DOS VALORES E A SOMA DAS BASES. O PIS E O CPF VEM DO
      * CADASTRO (FUNCMSTR); FUNCIONARIO SEM PIS FICA FORA DO
      * ARQUIVO, E APONTADO NO CONSOLE E DEVOLVE RETURN-CODE 4.
      * ACABA COM A REDIGITACAO DO DEPOSITO A PARTIR DO ENCREL.
      *
      * CADA TRABALHADOR APURADO (COM OU SEM PIS) E GRAVADO NO
      * HISTORICO DE RECOLHIMENTO (FGTSHIST, VER FGTSHREG.COB)
      * COMO PENDENTE, PARA A CONCILIACAO DO FGTSCONC CONTRA A
      * CONFIRMACAO DE DEPOSITO DO BANCO. A COMPETENCIA VEM DO
      * CARTAO COMPET (AAAAMM; SEM O CARTAO, O ANO/MES DA
      * EXECUCAO). GERAR DE NOVO A MESMA COMPETENCIA SUBSTITUI
      * A APURACAO DELA NO HISTORICO; SE O BANCO JA CONFIRMOU
      * ALGUM DEPOSITO DA COMPETENCIA, A EXECUCAO E RECUSADA
      * (RETURN-CODE 8) PARA NAO PERDER A CONFIRMACAO. O
      * HISTORICO ATUALIZADO SAI NA GERACAO NOVA FGTSHNEW.
      *
      * O FGTS SOBRE AS DIFERENCAS PAGAS EM FOLHA COMPLEMENTAR
      * (FGTSCOMP, ACUMULADO PELO FOLHACOM COM A COMPETENCIA DO
      * PAGAMENTO) E SOMADO AO DO ENCFILE NA MESMA MATRICULA:
      * CADA TRABALHADOR TEM UM SO DETALHE E UM SO REGISTRO NO
      * HISTORICO POR COMPETENCIA. TRABALHADOR QUE SO TEM
      * DIFERENCA (FORA DO ENCFILE) ENTRA COM O NOME DO
      * CADASTRO. SEM O FGTSCOMP, SO O ENCFILE E RECOLHIDO.
      * DIFERENCA PAGA DEPOIS DE CONFIRMADO O DEPOSITO DA
      * COMPETENCIA NAO PODE MAIS ENTRAR NELA (EXECUCAO
      * RECUSADA ACIMA) E E APONTADA NO CONSOLE.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - FGTS DAS DIFERENCAS DA FOLHA COMPLEMENTAR (FGTSCOMP DO
      *   FOLHACOM) SOMADO AO RECOLHIMENTO DA COMPETENCIA DO
      *   PAGAMENTO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCARGO-ARQ ASSIGN TO 'ENCFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ENC.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT RECOLHE-ARQ ASSIGN TO 'FGTSARQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REC.

           SELECT HISTORICO-ARQ ASSIGN TO 'FGTSHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.

           SELECT HISTNOVO-ARQ ASSIGN TO 'FGTSHNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HNV.

           SELECT EMPRESA-ARQ ASSIGN TO 'EMPRCNPJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EMP.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT FGTSCOMP-ARQ ASSIGN TO 'FGTSCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FCP.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO ENCFILE GRAVADO PELO ENCARGOS.
       FD  ENCARGO-ARQ.
       01  WRK-REG-ENCARGO.
           05  ENC-MATRICULA           PIC 9(06).
           05  ENC-NOME                PIC X(20).
           05  ENC-DEPARTAMENTO        PIC X(10).
           05  ENC-SALARIO-BRUTO       PIC 9(07)V99.
           05  ENC-INSS-PATRONAL       PIC 9(07)V99.
           05  ENC-FGTS                PIC 9(07)V99.
           05  ENC-DATA-PROCESSO       PIC 9(08).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

      *    TRES VISOES DO MESMO REGISTRO DE 100 BYTES: HEADER
      *    ('H'), DETALHE ('D') E TRAILER ('T') DO RECOLHIMENTO.
       FD  RECOLHE-ARQ.
       01  WRK-REG-RECOLHE.
           05  REC-TIPO-REG            PIC X(01).
           05  REC-MATRICULA           PIC 9(06).
           05  REC-PIS                 PIC 9(11).
           05  REC-CPF                 PIC 9(11).
           05  REC-NOME                PIC X(20).
           05  REC-COMPETENCIA         PIC 9(06).
           05  REC-BASE                PIC 9(07)V99.
           05  REC-VALOR               PIC 9(07)V99.
           05  FILLER                  PIC X(27).
       01  WRK-REG-RECOLHE-CAB.
           05  CAB-TIPO-REG            PIC X(01).
           05  CAB-CNPJ                PIC 9(14).
           05  CAB-RAZAO-SOCIAL        PIC X(30).
           05  CAB-COMPETENCIA         PIC 9(06).
           05  CAB-DATA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(41).
       01  WRK-REG-RECOLHE-TRL.
           05  TRL-TIPO-REG            PIC X(01).
           05  TRL-QTD                 PIC 9(06).
           05  TRL-SOMA-VALOR          PIC 9(13)V99.
           05  TRL-SOMA-BASE           PIC 9(13)V99.
           05  FILLER                  PIC X(63).

       FD  HISTORICO-ARQ.
       01  WRK-REG-HISTORICO           PIC X(59).

       FD  HISTNOVO-ARQ.
       01  WRK-REG-HISTNOVO            PIC X(59).

       FD  EMPRESA-ARQ.
       01  WRK-REG-EMPRESA.
           05  EMP-CNPJ                PIC 9(14).
           05  EMP-RAZAO-SOCIAL        PIC X(30).

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

      *    MESMO LAYOUT DO FGTSCOMP GRAVADO PELO FOLHACOM.
       FD  FGTSCOMP-ARQ.
       01  WRK-REG-FGTSCOMP.
           05  FCP-COMPETENCIA         PIC 9(06).
           05  FCP-COMPETENCIA-ORIGEM  PIC 9(06).
           05  FCP-MATRICULA           PIC 9(06).
           05  FCP-BASE                PIC 9(07)V99.
           05  FCP-INSS-PATRONAL       PIC 9(07)V99.
           05  FCP-FGTS                PIC 9(07)V99.
           05  FCP-DATA-PROCESSO       PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'FGTSHREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-ENC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-REC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HIS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HNV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FCP                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-ENC              PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENC                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-TEM-EMPRESA          PIC X(01) VALUE 'N'.
           88  WRK-TEM-EMPRESA                    VALUE 'S'.
       77  WRK-SW-JA-DEPOSITADA        PIC X(01) VALUE 'N'.
           88  WRK-COMPETENCIA-JA-DEPOSITADA      VALUE 'S'.

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

       77  WRK-CNPJ                     PIC 9(14) VALUE ZEROS.
       77  WRK-RAZAO-SOCIAL             PIC X(30) VALUE SPACES.
       77  WRK-QTD-DETALHES             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-PIS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-HIST-COPIADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-HIST-SUBSTITUIDOS    PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-VALOR               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOMA-BASE                PIC 9(13)V99 VALUE ZEROS.

      *    FGTS DAS DIFERENCAS DA FOLHA COMPLEMENTAR A RECOLHER
      *    NESTA COMPETENCIA, SOMADO POR MATRICULA. A MARCA DE
      *    USADO SEPARA O QUE JA ENTROU NO DETALHE DO ENCFILE.
       77  WRK-QTD-COMPLEMENTAR         PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-COMPLEMENTAR.
           05  WRK-FCM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-COMPLEMENTAR
                   INDEXED BY WRK-IDX-FCM.
               10  WRK-FCM-MATRICULA     PIC 9(06).
               10  WRK-FCM-BASE          PIC 9(07)V99.
               10  WRK-FCM-FGTS          PIC 9(07)V99.
               10  WRK-FCM-SW-USADO      PIC X(01).
                   88  WRK-FCM-USADO               VALUE 'S'.
       77  WRK-SW-COMPLEMENTAR-CHEIA    PIC X(01) VALUE 'N'.
           88  WRK-COMPLEMENTAR-CHEIA              VALUE 'S'.
       77  WRK-QTD-COMPL-FORA           PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-COMPLEMENTAR        PIC 9(13)V99 VALUE ZEROS.

      *    TRABALHADOR EM GRAVACAO (DO ENCFILE, COM A DIFERENCA
      *    SOMADA, OU SO DA DIFERENCA).
       77  WRK-MATRICULA-FGTS           PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-FGTS                PIC X(20) VALUE SPACES.
       77  WRK-BASE-FGTS                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-FGTS               PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-CARTOES
               THRU 0105-CARREGAR-CARTOES-EXIT.
           IF NOT WRK-TEM-EMPRESA
               DISPLAY 'FGTSREM: CARTAO EMPRCNPJ AUSENTE - SEM O '
                   'EMPREGADOR NAO HA HEADER DE RECOLHIMENTO'
               DISPLAY 'FGTSREM: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0107-VERIFICAR-COMPETENCIA
               THRU 0107-VERIFICAR-COMPETENCIA-EXIT.
           IF WRK-COMPETENCIA-JA-DEPOSITADA
               DISPLAY 'FGTSREM: COMPETENCIA ' WRK-COMPETENCIA-NUM
                   ' JA TEM DEPOSITO CONFIRMADO NO FGTSHIST - '
                   'RECOLHIMENTO NAO GERADO DE NOVO'
               PERFORM 0120-CARREGAR-COMPLEMENTAR
                   THRU 0120-CARREGAR-COMPLEMENTAR-EXIT
               IF WRK-QTD-COMPLEMENTAR > ZEROS
                   DISPLAY 'FGTSREM: ' WRK-QTD-COMPLEMENTAR
                       ' MATRICULAS COM FGTS DE FOLHA COMPLEMENTAR '
                       'NO FGTSCOMP PARA A COMPETENCIA - RECOLHER '
                       'A PARTE'
               END-IF
               DISPLAY 'FGTSREM: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0110-COPIAR-HISTORICO
                   THRU 0110-COPIAR-HISTORICO-EXIT
               PERFORM 0120-CARREGAR-COMPLEMENTAR
                   THRU 0120-CARREGAR-COMPLEMENTAR-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-ENC
               PERFORM 0300-SO-COMPLEMENTAR
                   THRU 0300-SO-COMPLEMENTAR-EXIT
                   VARYING WRK-IDX-FCM FROM 1 BY 1
                   UNTIL WRK-IDX-FCM > WRK-QTD-COMPLEMENTAR
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE O ENCFILE E O CADASTRO (OBRIGATORIOS) E AS      *
      * SAIDAS: ARQUIVO DE RECOLHIMENTO, COM O HEADER DO     *
      * EMPREGADOR, E GERACAO NOVA DO HISTORICO.             *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ENCARGO-ARQ.
           IF WRK-FS-ENC NOT = '00'
               MOVE WRK-FS-ENC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FGTSREM: ERRO AO ABRIR ENCFILE - STATUS '
                   WRK-FS-ENC ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-ENC TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FGTSREM: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE ENCARGO-ARQ
               SET WRK-FIM-ENC TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT RECOLHE-ARQ.
           OPEN OUTPUT HISTNOVO-ARQ.
           MOVE SPACES TO WRK-REG-RECOLHE-CAB.
           MOVE 'H' TO CAB-TIPO-REG.
           MOVE WRK-CNPJ TO CAB-CNPJ.
           MOVE WRK-RAZAO-SOCIAL TO CAB-RAZAO-SOCIAL.
           MOVE WRK-COMPETENCIA-NUM TO CAB-COMPETENCIA.
           MOVE WRK-DATA-SISTEMA-NUM TO CAB-DATA-GERACAO.
           WRITE WRK-REG-RECOLHE-CAB.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARTOES: EMPREGADOR (EMPRCNPJ, OBRIGATORIO) E        *
      * COMPETENCIA (COMPET; SEM O CARTAO, O ANO/MES DA      *
      * EXECUCAO).                                           *
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
           OPEN INPUT EMPRESA-ARQ.
           IF WRK-FS-EMP NOT = '00'
               GO TO 0105-CARREGAR-CARTOES-EXIT
           END-IF.
           READ EMPRESA-ARQ
               NOT AT END
                   MOVE EMP-CNPJ TO WRK-CNPJ
                   MOVE EMP-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                   SET WRK-TEM-EMPRESA TO TRUE
           END-READ.
           CLOSE EMPRESA-ARQ.
       0105-CARREGAR-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA DE REPROCESSO: SE O BANCO JA CONFIRMOU        *
      * DEPOSITO DE ALGUM TRABALHADOR DA COMPETENCIA,        *
      * SUBSTITUIR A APURACAO DELA APAGARIA A CONFIRMACAO.   *
      * COMPLEMENTO DE COMPETENCIA JA PAGA SE FAZ PELA       *
      * CONCILIACAO (FGTSCONC), NAO GERANDO DE NOVO.         *
      *----------------------------------------------------*
       0107-VERIFICAR-COMPETENCIA.
           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HIS NOT = '00'
               GO TO 0107-VERIFICAR-COMPETENCIA-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HIS = '10'
               OR WRK-COMPETENCIA-JA-DEPOSITADA
               READ HISTORICO-ARQ INTO WRK-HISTORICO-FGTS
                   AT END
                       MOVE '10' TO WRK-FS-HIS
                   NOT AT END
                       IF WRK-FH-COMPETENCIA = WRK-COMPETENCIA-NUM
                           AND WRK-FH-VALOR-DEPOSITADO > ZEROS
                           SET WRK-COMPETENCIA-JA-DEPOSITADA
                               TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
       0107-VERIFICAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COPIA O HISTORICO DAS OUTRAS COMPETENCIAS PARA A     *
      * GERACAO NOVA. A APURACAO ANTERIOR DA COMPETENCIA     *
      * CORRENTE (GERACAO REPETIDA) E DESCARTADA E REFEITA   *
      * A PARTIR DO ENCFILE. SEM O FGTSHIST (PRIMEIRO MES),  *
      * O HISTORICO COMECA VAZIO.                            *
      *----------------------------------------------------*
       0110-COPIAR-HISTORICO.
           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HIS NOT = '00'
               DISPLAY 'FGTSREM: FGTSHIST NAO ENCONTRADO - '
                   'HISTORICO INICIADO NESTA COMPETENCIA'
               GO TO 0110-COPIAR-HISTORICO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HIS = '10'
               READ HISTORICO-ARQ INTO WRK-HISTORICO-FGTS
                   AT END
                       MOVE '10' TO WRK-FS-HIS
                   NOT AT END
                       IF WRK-FH-COMPETENCIA = WRK-COMPETENCIA-NUM
                           ADD 1 TO WRK-QTD-HIST-SUBSTITUIDOS
                       ELSE
                           WRITE WRK-REG-HISTNOVO
                               FROM WRK-HISTORICO-FGTS
                           ADD 1 TO WRK-QTD-HIST-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
       0110-COPIAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O FGTS DAS DIFERENCAS DA FOLHA COMPLEMENTAR  *
      * A RECOLHER NESTA COMPETENCIA (FGTSCOMP), SOMANDO NA  *
      * MESMA LINHA AS DIFERENCAS DE UMA MESMA MATRICULA.    *
      * SEM O FGTSCOMP, NAO HA DIFERENCA A RECOLHER.         *
      *----------------------------------------------------*
       0120-CARREGAR-COMPLEMENTAR.
           OPEN INPUT FGTSCOMP-ARQ.
           IF WRK-FS-FCP NOT = '00'
               GO TO 0120-CARREGAR-COMPLEMENTAR-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FCP = '10'
               READ FGTSCOMP-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-FCP
                   NOT AT END
                       IF FCP-COMPETENCIA = WRK-COMPETENCIA-NUM
                           PERFORM 0121-GUARDAR-COMPLEMENTAR
                               THRU 0121-GUARDAR-COMPLEMENTAR-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FGTSCOMP-ARQ.
       0120-CARREGAR-COMPLEMENTAR-EXIT.
           EXIT.

       0121-GUARDAR-COMPLEMENTAR.
           IF WRK-QTD-COMPLEMENTAR > ZEROS
               SET WRK-IDX-FCM TO 1
               SEARCH WRK-FCM
                   AT END
                       CONTINUE
                   WHEN WRK-FCM-MATRICULA(WRK-IDX-FCM)
                           = FCP-MATRICULA
                       ADD FCP-BASE TO WRK-FCM-BASE(WRK-IDX-FCM)
                       ADD FCP-FGTS TO WRK-FCM-FGTS(WRK-IDX-FCM)
                       GO TO 0121-GUARDAR-COMPLEMENTAR-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-COMPLEMENTAR >= 2000
               ADD 1 TO WRK-QTD-COMPL-FORA
               IF NOT WRK-COMPLEMENTAR-CHEIA
                   SET WRK-COMPLEMENTAR-CHEIA TO TRUE
                   DISPLAY 'FGTSREM: MAIS DE 2000 MATRICULAS NO '
                       'FGTSCOMP - EXCEDENTES FORA DO RECOLHIMENTO'
               END-IF
               GO TO 0121-GUARDAR-COMPLEMENTAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-COMPLEMENTAR.
           SET WRK-IDX-FCM TO WRK-QTD-COMPLEMENTAR.
           MOVE FCP-MATRICULA TO WRK-FCM-MATRICULA(WRK-IDX-FCM).
           MOVE FCP-BASE TO WRK-FCM-BASE(WRK-IDX-FCM).
           MOVE FCP-FGTS TO WRK-FCM-FGTS(WRK-IDX-FCM).
           MOVE 'N' TO WRK-FCM-SW-USADO(WRK-IDX-FCM).
       0121-GUARDAR-COMPLEMENTAR-EXIT.
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
      * PARA CADA FUNCIONARIO DO ENCFILE, SOMA A DIFERENCA   *
      * DA FOLHA COMPLEMENTAR DA MESMA MATRICULA E, HAVENDO  *
      * FGTS, BUSCA O PIS/CPF NO CADASTRO E GRAVA O          *
      * TRABALHADOR.                                         *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ ENCARGO-ARQ
               AT END
                   SET WRK-FIM-ENC TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           MOVE ENC-MATRICULA TO WRK-MATRICULA-FGTS.
           MOVE ENC-NOME TO WRK-NOME-FGTS.
           MOVE ENC-SALARIO-BRUTO TO WRK-BASE-FGTS.
           MOVE ENC-FGTS TO WRK-VALOR-FGTS.
           IF WRK-QTD-COMPLEMENTAR > ZEROS
               SET WRK-IDX-FCM TO 1
               SEARCH WRK-FCM
                   AT END
                       CONTINUE
                   WHEN WRK-FCM-MATRICULA(WRK-IDX-FCM)
                           = ENC-MATRICULA
                       ADD WRK-FCM-BASE(WRK-IDX-FCM) TO WRK-BASE-FGTS
                       ADD WRK-FCM-FGTS(WRK-IDX-FCM) TO WRK-VALOR-FGTS
                       ADD WRK-FCM-FGTS(WRK-IDX-FCM)
                           TO WRK-SOMA-COMPLEMENTAR
                       SET WRK-FCM-USADO(WRK-IDX-FCM) TO TRUE
               END-SEARCH
           END-IF.
           IF WRK-VALOR-FGTS = ZEROS
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           MOVE ENC-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   MOVE ZEROS TO WRK-PIS
                   MOVE ZEROS TO WRK-CPF
           END-READ.
           PERFORM 0250-GRAVAR-TRABALHADOR
               THRU 0250-GRAVAR-TRABALHADOR-EXIT.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A APURACAO DO TRABALHADOR NO HISTORICO E O     *
      * DETALHE NO ARQUIVO DE RECOLHIMENTO. SEM PIS, O       *
      * TRABALHADOR NAO PODE SER RECOLHIDO: FICA SO NO       *
      * HISTORICO, PENDENTE, PARA A CONCILIACAO.             *
      *----------------------------------------------------*
       0250-GRAVAR-TRABALHADOR.
           MOVE WRK-COMPETENCIA-NUM TO WRK-FH-COMPETENCIA.
           MOVE WRK-MATRICULA-FGTS TO WRK-FH-MATRICULA.
           MOVE WRK-PIS TO WRK-FH-PIS.
           MOVE WRK-BASE-FGTS TO WRK-FH-BASE.
           MOVE WRK-VALOR-FGTS TO WRK-FH-VALOR-APURADO.
           MOVE ZEROS TO WRK-FH-VALOR-DEPOSITADO.
           MOVE ZEROS TO WRK-FH-DATA-DEPOSITO.
           SET WRK-FH-PENDENTE TO TRUE.
           WRITE WRK-REG-HISTNOVO FROM WRK-HISTORICO-FGTS.

           IF WRK-PIS = ZEROS
               DISPLAY 'FGTSREM: MATRICULA ' WRK-MATRICULA-FGTS
                   ' SEM PIS NO CADASTRO - FORA DO RECOLHIMENTO, '
                   'FGTS ' WRK-VALOR-FGTS ' PENDENTE'
               ADD 1 TO WRK-QTD-SEM-PIS
               GO TO 0250-GRAVAR-TRABALHADOR-EXIT
           END-IF.

           MOVE SPACES TO WRK-REG-RECOLHE.
           MOVE 'D' TO REC-TIPO-REG.
           MOVE WRK-MATRICULA-FGTS TO REC-MATRICULA.
           MOVE WRK-PIS TO REC-PIS.
           MOVE WRK-CPF TO REC-CPF.
           MOVE WRK-NOME-FGTS TO REC-NOME.
           MOVE WRK-COMPETENCIA-NUM TO REC-COMPETENCIA.
           MOVE WRK-BASE-FGTS TO REC-BASE.
           MOVE WRK-VALOR-FGTS TO REC-VALOR.
           WRITE WRK-REG-RECOLHE.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD WRK-VALOR-FGTS TO WRK-SOMA-VALOR.
           ADD WRK-BASE-FGTS TO WRK-SOMA-BASE.
       0250-GRAVAR-TRABALHADOR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MATRICULA QUE SO TEM DIFERENCA DA FOLHA              *
      * COMPLEMENTAR (NAO ESTA NO ENCFILE DO MES): O NOME,   *
      * O PIS E O CPF VEM DO CADASTRO.                       *
      *----------------------------------------------------*
       0300-SO-COMPLEMENTAR.
           IF WRK-FCM-USADO(WRK-IDX-FCM)
               OR WRK-FCM-FGTS(WRK-IDX-FCM) = ZEROS
               GO TO 0300-SO-COMPLEMENTAR-EXIT
           END-IF.
           MOVE WRK-FCM-MATRICULA(WRK-IDX-FCM) TO WRK-MATRICULA-FGTS.
           MOVE WRK-FCM-BASE(WRK-IDX-FCM) TO WRK-BASE-FGTS.
           MOVE WRK-FCM-FGTS(WRK-IDX-FCM) TO WRK-VALOR-FGTS.
           ADD WRK-FCM-FGTS(WRK-IDX-FCM) TO WRK-SOMA-COMPLEMENTAR.
           MOVE WRK-FCM-MATRICULA(WRK-IDX-FCM) TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   MOVE ZEROS TO WRK-PIS
                   MOVE ZEROS TO WRK-CPF
                   MOVE SPACES TO WRK-NOME
           END-READ.
           MOVE WRK-NOME TO WRK-NOME-FGTS.
           PERFORM 0250-GRAVAR-TRABALHADOR
               THRU 0250-GRAVAR-TRABALHADOR-EXIT.
           SET WRK-FCM-USADO(WRK-IDX-FCM) TO TRUE.
       0300-SO-COMPLEMENTAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O TRAILER DO RECOLHIMENTO E FECHA OS ARQUIVOS. *
      * TRABALHADOR DEIXADO DE FORA POR FALTA DE PIS         *
      * DEVOLVE RETURN-CODE 4: O CADASTRO PRECISA SER        *
      * COMPLETADO ANTES DO VENCIMENTO DO DEPOSITO.          *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'FGTSREM: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE SPACES TO WRK-REG-RECOLHE-TRL.
           MOVE 'T' TO TRL-TIPO-REG.
           MOVE WRK-QTD-DETALHES TO TRL-QTD.
           MOVE WRK-SOMA-VALOR TO TRL-SOMA-VALOR.
           MOVE WRK-SOMA-BASE TO TRL-SOMA-BASE.
           WRITE WRK-REG-RECOLHE-TRL.
           CLOSE RECOLHE-ARQ.
           CLOSE HISTNOVO-ARQ.
           CLOSE ENCARGO-ARQ.
           CLOSE FUNCIONARIO-ARQ.

           DISPLAY 'FGTSREM: COMPETENCIA ' WRK-COMPETENCIA-NUM
               ' - ' WRK-QTD-DETALHES ' TRABALHADORES, FGTS '
               WRK-SOMA-VALOR ' SOBRE BASE ' WRK-SOMA-BASE.
           DISPLAY 'FGTSREM: FGTS DE FOLHA COMPLEMENTAR INCLUIDO '
               WRK-SOMA-COMPLEMENTAR.
           DISPLAY 'FGTSREM: HISTORICO - ' WRK-QTD-HIST-COPIADOS
               ' COPIADOS, ' WRK-QTD-HIST-SUBSTITUIDOS
               ' DA COMPETENCIA SUBSTITUIDOS'.
           IF WRK-QTD-SEM-PIS > ZEROS
               DISPLAY 'FGTSREM: ' WRK-QTD-SEM-PIS
                   ' TRABALHADORES SEM PIS FORA DO RECOLHIMENTO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-COMPL-FORA > ZEROS
               DISPLAY 'FGTSREM: ' WRK-QTD-COMPL-FORA
                   ' DIFERENCAS DO FGTSCOMP FORA DO RECOLHIMENTO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FGTSREM: SUBSTITUA FGTSHIST POR FGTSHNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

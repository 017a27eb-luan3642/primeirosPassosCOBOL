       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ANONIMIZACAO DE DADOS PESSOAIS VENCIDO O PRAZO
      * DE GUARDA (LGPD). O FUNCHIST GUARDA PARA SEMPRE NOME E
      * CONTA DOS EXPURGADOS, E O CLIMSTR GUARDA PARA SEMPRE OS
      * CLIENTES INATIVOS. ESTE PROGRAMA MASCARA, NO PROPRIO
      * ARQUIVO (REGRAVACAO DO REGISTRO), OS DADOS QUE
      * IDENTIFICAM A PESSOA, MANTENDO INTACTOS OS VALORES, AS
      * DATAS E OS CODIGOS (MATRICULA E CLIENTE), PARA OS
      * TOTAIS E AS CONFERENCIAS CONTINUAREM BATENDO:
      *   - FUNCHIST: EXPURGADO DESLIGADO ANTES DO ANO DE CORTE
      *     PERDE NOME, DADOS BANCARIOS, PIS E CPF;
      *   - PAYHIST: REGISTRO DE COMPETENCIA ANTERIOR AO ANO DE
      *     CORTE PERDE O NOME;
      *   - EMPAUDH E O ESPELHO INDEXADO EMPAUDIX: REAJUSTE
      *     PROCESSADO ANTES DO ANO DE CORTE PERDE O NOME;
      *   - CLIMSTR: CLIENTE INATIVO SEM SALDO EM ABERTO NO
      *     CRABERTO (ITENS 'A' MENOS ESTORNOS 'E', COMO NO
      *     CREDEXPO) PERDE O NOME, O CPF, O ENDERECO E O
      *     TELEFONE.
      * MATRICULA QUE AINDA ESTA NO CADASTRO VIVO (FUNCMSTR,
      * ATIVA OU AINDA NAO EXPURGADA) NAO E TOCADA EM ARQUIVO
      * NENHUM: O PRAZO SO CORRE DEPOIS DO FIM DO VINCULO.
      * O NOME MASCARADO RECEBE A MARCA 'ANONIMIZADO LGPD', QUE
      * TAMBEM IDENTIFICA O REGISTRO JA TRATADO (A EXECUCAO
      * PODE SER REPETIDA SEM EFEITO). CARTAO LGPDCUT
      * (OPCIONAL, AAAA): ANO DE CORTE; SEM O CARTAO, ANO
      * CORRENTE MENOS 5 (O MESMO PRAZO DO EXPURGO FUNCPURG).
      * ARQUIVO AUSENTE E SO APONTADO; ERRO DE ABERTURA OU DE
      * REGRAVACAO TERMINA COM RETURN-CODE 8. CONTAGENS NO
      * RELATORIO LGPDAREL. O QUE AINDA RESTA DE CADA PESSOA
      * SAI NO RELATORIO DO TITULAR (LGPDTIT).
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CLIENTE ANONIMIZADO PERDE TAMBEM O CPF, O ENDERECO E O
      *   TELEFONE, NOVOS NO CADASTRO DE CLIENTES (CLIENREG.COB).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT FUNCHIST-ARQ ASSIGN TO 'FUNCHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.

           SELECT HISTORICO-ARQ ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HST.

           SELECT EMPAUDH-ARQ ASSIGN TO 'EMPAUDH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDH.

           SELECT AUDIX-ARQ ASSIGN TO 'EMPAUDIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AIX-CHAVE
               ALTERNATE RECORD KEY IS WRK-AIX-DATA-PROCESSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-AIX.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT CORTE-ARQ ASSIGN TO 'LGPDCUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.

           SELECT RELATORIO-ARQ ASSIGN TO 'LGPDAREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

      *    MESMO LAYOUT DO EMPFUNC.COB, COM NOMES PROPRIOS PARA
      *    NAO COLIDIR COM O REGISTRO DO CADASTRO VIVO ACIMA.
       FD  FUNCHIST-ARQ.
       01  WRK-REG-FUNCHIST.
           05  HIS-MATRICULA              PIC 9(06).
           05  HIS-NOME                   PIC X(20).
           05  HIS-DATA-ADMISSAO          PIC 9(08).
           05  HIS-SALARIO                PIC 9(07)V99.
           05  HIS-DEPARTAMENTO           PIC X(10).
           05  HIS-SITUACAO               PIC X(01).
           05  HIS-DATA-DESLIGAMENTO.
               10  HIS-ANO-DESLIGAMENTO   PIC 9(04).
               10  FILLER                 PIC 9(04).
           05  HIS-DADOS-BANCARIOS.
               10  HIS-BANCO-AGENCIA-CONTA PIC 9(15).
               10  HIS-CONTA-DV           PIC X(01).
           05  HIS-DOCUMENTOS             PIC 9(22).
           05  HIS-CARGO                  PIC X(05).

       FD  HISTORICO-ARQ.
           COPY 'PAYHREG.COB'.

       FD  EMPAUDH-ARQ.
           COPY 'AUDITREG.COB'.

       FD  AUDIX-ARQ.
           COPY 'AUDIXREG.COB'.

       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  CORTE-ARQ.
       01  WRK-REG-CORTE               PIC 9(04).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-HIS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AUDH                 PIC X(02) VALUE SPACES.
       77  WRK-FS-AIX                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO                    VALUE 'S'.
       77  WRK-SW-HOUVE-ERRO           PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-ERRO                     VALUE 'S'.
       77  WRK-SW-NO-CADASTRO          PIC X(01) VALUE 'N'.
           88  WRK-NO-CADASTRO                    VALUE 'S'.
       77  WRK-SW-SALDO-OK             PIC X(01) VALUE 'N'.
           88  WRK-SALDO-OK                       VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       77  WRK-ANO-CORTE                PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-ANONIMO             PIC X(20)
                                        VALUE 'ANONIMIZADO LGPD'.
       77  WRK-MATRICULA-PESQUISA       PIC 9(06) VALUE ZEROS.

      *    CONTAGENS DO ARQUIVO EM TRATAMENTO (ZERADAS A CADA
      *    ARQUIVO, IMPRESSAS NO FIM DELE) E TOTAL DA EXECUCAO.
       77  WRK-QTD-LIDOS                PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ANONIMIZADOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-JA-ANONIMOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NO-PRAZO             PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NO-CADASTRO          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-COM-SALDO            PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-ANONIMIZADOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-EVENTOS-CRA          PIC 9(07) VALUE ZEROS.

      *    CLIENTES INATIVOS DO CADASTRO (CANDIDATOS), COM O
      *    SALDO EM ABERTO MONTADO DO CRABERTO.
       77  WRK-QTD-INATIVOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-INATIVOS.
           05  WRK-INA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-INATIVOS
                   INDEXED BY WRK-IDX-INA.
               10  WRK-INA-CODIGO       PIC 9(06).
               10  WRK-INA-SALDO        PIC 9(09)V99.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(25) VALUE
               'ANONIMIZACAO LGPD - DATA '.
           05  WRK-CAB-DATA             PIC 9(08).
           05  FILLER                   PIC X(35) VALUE
               ' - REGISTROS ANTERIORES AO ANO DE '.
           05  FILLER                   PIC X(06) VALUE 'CORTE '.
           05  WRK-CAB-ANO-CORTE        PIC 9(04).

       01  WRK-LINHA-ARQUIVO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-ARQ-NOME             PIC X(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  WRK-ARQ-DESCRICAO        PIC X(60).

       01  WRK-LINHA-CONTAGEM.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-LC-TITULO            PIC X(32).
           05  WRK-LC-VALOR             PIC ZZZZZZ9.

       01  WRK-LINHA-SEPARADOR          PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-TRATAR-FUNCHIST
                   THRU 0200-TRATAR-FUNCHIST-EXIT
               PERFORM 0300-TRATAR-PAYHIST
                   THRU 0300-TRATAR-PAYHIST-EXIT
               PERFORM 0400-TRATAR-EMPAUDH
                   THRU 0400-TRATAR-EMPAUDH-EXIT
               PERFORM 0450-TRATAR-EMPAUDIX
                   THRU 0450-TRATAR-EMPAUDIX-EXIT
               PERFORM 0500-TRATAR-CLIENTES
                   THRU 0500-TRATAR-CLIENTES-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * OBTEM O ANO DE CORTE (CARTAO LGPDCUT; PADRAO = ANO   *
      * CORRENTE - 5), ABRE O CADASTRO VIVO PARA CONSULTA E  *
      * O RELATORIO. SEM O FUNCMSTR NAO DA PARA SABER QUEM   *
      * AINDA TEM VINCULO: NADA E ANONIMIZADO.               *
      *----------------------------------------------------*
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-ANO-CORTE = WRK-ANOSYS - 5.
           OPEN INPUT CORTE-ARQ.
           IF WRK-FS-CRT = '00'
               READ CORTE-ARQ
                   NOT AT END
                       IF WRK-REG-CORTE IS NUMERIC
                           AND WRK-REG-CORTE > ZEROS
                           MOVE WRK-REG-CORTE TO WRK-ANO-CORTE
                       END-IF
               END-READ
               CLOSE CORTE-ARQ
           END-IF.
           IF WRK-ANO-CORTE >= WRK-ANOSYS
               DISPLAY 'LGPDANON: ANO DE CORTE ' WRK-ANO-CORTE
                   ' NAO E ANTERIOR AO ANO CORRENTE - NADA A FAZER'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'LGPDANON: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'LGPDANON: ERRO AO ABRIR LGPDAREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE FUNCIONARIO-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.
           MOVE WRK-ANO-CORTE TO WRK-CAB-ANO-CORTE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
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
      * FUNCHIST: EXPURGADO DESLIGADO ANTES DO ANO DE CORTE, *
      * E QUE NAO VOLTOU AO CADASTRO VIVO, PERDE NOME, DADOS *
      * BANCARIOS, PIS E CPF. SALARIO, DATAS, DEPARTAMENTO E *
      * CARGO FICAM.                                         *
      *----------------------------------------------------*
       0200-TRATAR-FUNCHIST.
           MOVE 'FUNCHIST' TO WRK-ARQ-NOME.
           MOVE 'EXPURGADOS DESLIGADOS ANTES DO CORTE: NOME, CONTA, '
               TO WRK-ARQ-DESCRICAO.
           MOVE 'PIS E CPF' TO WRK-ARQ-DESCRICAO(52:9).
           PERFORM 0800-INICIAR-ARQUIVO THRU 0800-INICIAR-ARQUIVO-EXIT.
           OPEN I-O FUNCHIST-ARQ.
           MOVE WRK-FS-HIS TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0200-TRATAR-FUNCHIST-EXIT
           END-IF.
           PERFORM 0210-LER-FUNCHIST THRU 0210-LER-FUNCHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FUNCHIST-ARQ.
           PERFORM 0850-IMPRIMIR-CONTAGENS
               THRU 0850-IMPRIMIR-CONTAGENS-EXIT.
       0200-TRATAR-FUNCHIST-EXIT.
           EXIT.

       0210-LER-FUNCHIST.
           READ FUNCHIST-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0210-LER-FUNCHIST-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF HIS-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               GO TO 0210-LER-FUNCHIST-EXIT
           END-IF.
           IF HIS-ANO-DESLIGAMENTO = ZEROS
               OR HIS-ANO-DESLIGAMENTO >= WRK-ANO-CORTE
               ADD 1 TO WRK-QTD-NO-PRAZO
               GO TO 0210-LER-FUNCHIST-EXIT
           END-IF.
           MOVE HIS-MATRICULA TO WRK-MATRICULA-PESQUISA.
           PERFORM 0700-PESQUISAR-CADASTRO
               THRU 0700-PESQUISAR-CADASTRO-EXIT.
           IF WRK-NO-CADASTRO
               ADD 1 TO WRK-QTD-NO-CADASTRO
               GO TO 0210-LER-FUNCHIST-EXIT
           END-IF.
           MOVE WRK-NOME-ANONIMO TO HIS-NOME.
           MOVE ZEROS TO HIS-BANCO-AGENCIA-CONTA.
           MOVE SPACES TO HIS-CONTA-DV.
           MOVE ZEROS TO HIS-DOCUMENTOS.
           REWRITE WRK-REG-FUNCHIST.
           IF WRK-FS-HIS NOT = '00'
               DISPLAY 'LGPDANON: ERRO AO REGRAVAR FUNCHIST - '
                   'MATRICULA ' HIS-MATRICULA ' - STATUS ' WRK-FS-HIS
               SET WRK-HOUVE-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0210-LER-FUNCHIST-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       0210-LER-FUNCHIST-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PAYHIST: REGISTRO DE COMPETENCIA ANTERIOR AO ANO DE  *
      * CORTE, DE QUEM NAO ESTA MAIS NO CADASTRO VIVO, PERDE *
      * O NOME. A COMPOSICAO DA FOLHA FICA INTACTA.          *
      *----------------------------------------------------*
       0300-TRATAR-PAYHIST.
           MOVE 'PAYHIST ' TO WRK-ARQ-NOME.
           MOVE 'FOLHAS DE COMPETENCIA ANTERIOR AO CORTE: NOME'
               TO WRK-ARQ-DESCRICAO.
           PERFORM 0800-INICIAR-ARQUIVO THRU 0800-INICIAR-ARQUIVO-EXIT.
           OPEN I-O HISTORICO-ARQ.
           MOVE WRK-FS-HST TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0300-TRATAR-PAYHIST-EXIT
           END-IF.
           PERFORM 0310-LER-PAYHIST THRU 0310-LER-PAYHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE HISTORICO-ARQ.
           PERFORM 0850-IMPRIMIR-CONTAGENS
               THRU 0850-IMPRIMIR-CONTAGENS-EXIT.
       0300-TRATAR-PAYHIST-EXIT.
           EXIT.

       0310-LER-PAYHIST.
           READ HISTORICO-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0310-LER-PAYHIST-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-PH-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               GO TO 0310-LER-PAYHIST-EXIT
           END-IF.
           IF WRK-PH-ANO >= WRK-ANO-CORTE
               ADD 1 TO WRK-QTD-NO-PRAZO
               GO TO 0310-LER-PAYHIST-EXIT
           END-IF.
           MOVE WRK-PH-MATRICULA TO WRK-MATRICULA-PESQUISA.
           PERFORM 0700-PESQUISAR-CADASTRO
               THRU 0700-PESQUISAR-CADASTRO-EXIT.
           IF WRK-NO-CADASTRO
               ADD 1 TO WRK-QTD-NO-CADASTRO
               GO TO 0310-LER-PAYHIST-EXIT
           END-IF.
           MOVE WRK-NOME-ANONIMO TO WRK-PH-NOME.
           REWRITE WRK-HISTORICO-PAGAMENTO.
           IF WRK-FS-HST NOT = '00'
               DISPLAY 'LGPDANON: ERRO AO REGRAVAR PAYHIST - '
                   'MATRICULA ' WRK-PH-MATRICULA ' - STATUS '
                   WRK-FS-HST
               SET WRK-HOUVE-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0310-LER-PAYHIST-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       0310-LER-PAYHIST-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EMPAUDH (TRILHA DE REAJUSTES DOS ANOS ARQUIVADOS     *
      * PELO ARQANO): REAJUSTE PROCESSADO ANTES DO ANO DE    *
      * CORTE, DE QUEM NAO ESTA MAIS NO CADASTRO VIVO, PERDE *
      * O NOME.                                              *
      *----------------------------------------------------*
       0400-TRATAR-EMPAUDH.
           MOVE 'EMPAUDH ' TO WRK-ARQ-NOME.
           MOVE 'REAJUSTES ARQUIVADOS ANTERIORES AO CORTE: NOME'
               TO WRK-ARQ-DESCRICAO.
           PERFORM 0800-INICIAR-ARQUIVO THRU 0800-INICIAR-ARQUIVO-EXIT.
           OPEN I-O EMPAUDH-ARQ.
           MOVE WRK-FS-AUDH TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0400-TRATAR-EMPAUDH-EXIT
           END-IF.
           PERFORM 0410-LER-EMPAUDH THRU 0410-LER-EMPAUDH-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE EMPAUDH-ARQ.
           PERFORM 0850-IMPRIMIR-CONTAGENS
               THRU 0850-IMPRIMIR-CONTAGENS-EXIT.
       0400-TRATAR-EMPAUDH-EXIT.
           EXIT.

       0410-LER-EMPAUDH.
           READ EMPAUDH-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0410-LER-EMPAUDH-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-AUD-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               GO TO 0410-LER-EMPAUDH-EXIT
           END-IF.
           IF WRK-AUD-ANO >= WRK-ANO-CORTE
               ADD 1 TO WRK-QTD-NO-PRAZO
               GO TO 0410-LER-EMPAUDH-EXIT
           END-IF.
           MOVE WRK-AUD-MATRICULA TO WRK-MATRICULA-PESQUISA.
           PERFORM 0700-PESQUISAR-CADASTRO
               THRU 0700-PESQUISAR-CADASTRO-EXIT.
           IF WRK-NO-CADASTRO
               ADD 1 TO WRK-QTD-NO-CADASTRO
               GO TO 0410-LER-EMPAUDH-EXIT
           END-IF.
           MOVE WRK-NOME-ANONIMO TO WRK-AUD-NOME.
           REWRITE WRK-AUDITORIA.
           IF WRK-FS-AUDH NOT = '00'
               DISPLAY 'LGPDANON: ERRO AO REGRAVAR EMPAUDH - '
                   'MATRICULA ' WRK-AUD-MATRICULA ' - STATUS '
                   WRK-FS-AUDH
               SET WRK-HOUVE-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0410-LER-EMPAUDH-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       0410-LER-EMPAUDH-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EMPAUDIX (ESPELHO INDEXADO DA TRILHA DE REAJUSTES,   *
      * QUE NAO E ARQUIVADO POR ANO): MESMA REGRA DO EMPAUDH,*
      * PARA O NOME NAO CONTINUAR NA CONSULTA PELO ESPELHO.  *
      *----------------------------------------------------*
       0450-TRATAR-EMPAUDIX.
           MOVE 'EMPAUDIX' TO WRK-ARQ-NOME.
           MOVE 'ESPELHO DOS REAJUSTES ANTERIORES AO CORTE: NOME'
               TO WRK-ARQ-DESCRICAO.
           PERFORM 0800-INICIAR-ARQUIVO THRU 0800-INICIAR-ARQUIVO-EXIT.
           OPEN I-O AUDIX-ARQ.
           MOVE WRK-FS-AIX TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0450-TRATAR-EMPAUDIX-EXIT
           END-IF.
           PERFORM 0460-LER-EMPAUDIX THRU 0460-LER-EMPAUDIX-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE AUDIX-ARQ.
           PERFORM 0850-IMPRIMIR-CONTAGENS
               THRU 0850-IMPRIMIR-CONTAGENS-EXIT.
       0450-TRATAR-EMPAUDIX-EXIT.
           EXIT.

       0460-LER-EMPAUDIX.
           READ AUDIX-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0460-LER-EMPAUDIX-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-AIX-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               GO TO 0460-LER-EMPAUDIX-EXIT
           END-IF.
           IF WRK-AIX-DATA-PROCESSO(1:4) >= WRK-ANO-CORTE
               ADD 1 TO WRK-QTD-NO-PRAZO
               GO TO 0460-LER-EMPAUDIX-EXIT
           END-IF.
           MOVE WRK-AIX-MATRICULA TO WRK-MATRICULA-PESQUISA.
           PERFORM 0700-PESQUISAR-CADASTRO
               THRU 0700-PESQUISAR-CADASTRO-EXIT.
           IF WRK-NO-CADASTRO
               ADD 1 TO WRK-QTD-NO-CADASTRO
               GO TO 0460-LER-EMPAUDIX-EXIT
           END-IF.
           MOVE WRK-NOME-ANONIMO TO WRK-AIX-NOME.
           REWRITE WRK-AUDIX
               INVALID KEY
                   DISPLAY 'LGPDANON: ERRO AO REGRAVAR EMPAUDIX - '
                       'MATRICULA ' WRK-AIX-MATRICULA ' - STATUS '
                       WRK-FS-AIX
                   SET WRK-HOUVE-ERRO TO TRUE
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0460-LER-EMPAUDIX-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       0460-LER-EMPAUDIX-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CLIMSTR: SEPARA OS CLIENTES INATIVOS AINDA COM NOME, *
      * MONTA O SALDO EM ABERTO DE CADA UM PELO CRABERTO E   *
      * SO ENTAO REGRAVA O NOME DOS QUE NAO DEVEM NADA. SEM  *
      * O CRABERTO (NENHUMA VENDA A PRAZO AINDA), TODO SALDO *
      * E ZERO, COMO NO CREDEXPO; ERRO DE LEITURA DELE       *
      * DEIXA OS CLIENTES COMO ESTAO.                        *
      *----------------------------------------------------*
       0500-TRATAR-CLIENTES.
           MOVE 'CLIMSTR ' TO WRK-ARQ-NOME.
           MOVE 'CLIENTES INATIVOS SEM SALDO EM ABERTO: NOME'
               TO WRK-ARQ-DESCRICAO.
           PERFORM 0800-INICIAR-ARQUIVO THRU 0800-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT CLIENTE-ARQ.
           MOVE WRK-FS-CLI TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0500-TRATAR-CLIENTES-EXIT
           END-IF.
           PERFORM 0510-CARREGAR-INATIVO
               THRU 0510-CARREGAR-INATIVO-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CLIENTE-ARQ.
           IF WRK-QTD-INATIVOS = ZEROS
               GO TO 0500-TRATAR-CLIENTES-FIM
           END-IF.

           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA = '00'
               PERFORM 0520-SOMAR-EVENTO THRU 0520-SOMAR-EVENTO-EXIT
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CRABERTO-ARQ
           ELSE
               IF WRK-FS-CRA NOT = '35'
                   MOVE WRK-FS-CRA TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'LGPDANON: ERRO AO ABRIR CRABERTO - '
                       'STATUS ' WRK-FS-CRA ' - '
                       WRK-MSG-ERRO-ENCONTRADA
                       ' - CLIENTES NAO ANONIMIZADOS'
                   SET WRK-HOUVE-ERRO TO TRUE
                   GO TO 0500-TRATAR-CLIENTES-FIM
               END-IF
           END-IF.

           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-JA-ANONIMOS.
           MOVE ZEROS TO WRK-QTD-NO-PRAZO.
           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           OPEN I-O CLIENTE-ARQ.
           MOVE WRK-FS-CLI TO WRK-FS-CONSULTADO.
           PERFORM 0810-CONFERIR-ABERTURA
               THRU 0810-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0500-TRATAR-CLIENTES-FIM
           END-IF.
           PERFORM 0530-REGRAVAR-CLIENTE
               THRU 0530-REGRAVAR-CLIENTE-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CLIENTE-ARQ.
       0500-TRATAR-CLIENTES-FIM.
           PERFORM 0850-IMPRIMIR-CONTAGENS
               THRU 0850-IMPRIMIR-CONTAGENS-EXIT.
           MOVE 'EVENTOS LIDOS NO CRABERTO.......' TO WRK-LC-TITULO.
           MOVE WRK-QTD-EVENTOS-CRA TO WRK-LC-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
       0500-TRATAR-CLIENTES-EXIT.
           EXIT.

       0510-CARREGAR-INATIVO.
           READ CLIENTE-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0510-CARREGAR-INATIVO-EXIT
           END-READ.
           IF WRK-CLM-ATIVO NOT = 'I'
               OR WRK-CLM-NOME = WRK-NOME-ANONIMO
               GO TO 0510-CARREGAR-INATIVO-EXIT
           END-IF.
           IF WRK-QTD-INATIVOS >= 2000
               DISPLAY 'LGPDANON: CLIMSTR TEM MAIS DE 2000 CLIENTES '
                   'INATIVOS - EXCEDENTES FICAM PARA A PROXIMA '
                   'EXECUCAO'
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0510-CARREGAR-INATIVO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-INATIVOS.
           SET WRK-IDX-INA TO WRK-QTD-INATIVOS.
           MOVE WRK-CLM-CODIGO TO WRK-INA-CODIGO(WRK-IDX-INA).
           MOVE ZEROS TO WRK-INA-SALDO(WRK-IDX-INA).
       0510-CARREGAR-INATIVO-EXIT.
           EXIT.

       0520-SOMAR-EVENTO.
           READ CRABERTO-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0520-SOMAR-EVENTO-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-EVENTOS-CRA.
           SET WRK-IDX-INA TO 1.
           SEARCH WRK-INA
               AT END
                   GO TO 0520-SOMAR-EVENTO-EXIT
               WHEN WRK-INA-CODIGO(WRK-IDX-INA) = WRK-CRA-CLIENTE
                   CONTINUE
           END-SEARCH.
           IF WRK-CRA-EM-ABERTO
               ADD WRK-CRA-VALOR TO WRK-INA-SALDO(WRK-IDX-INA)
           END-IF.
           IF WRK-CRA-ESTORNADO
               IF WRK-INA-SALDO(WRK-IDX-INA) >= WRK-CRA-VALOR
                   SUBTRACT WRK-CRA-VALOR
                       FROM WRK-INA-SALDO(WRK-IDX-INA)
               ELSE
                   MOVE ZEROS TO WRK-INA-SALDO(WRK-IDX-INA)
               END-IF
           END-IF.
       0520-SOMAR-EVENTO-EXIT.
           EXIT.

       0530-REGRAVAR-CLIENTE.
           READ CLIENTE-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0530-REGRAVAR-CLIENTE-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-CLM-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               GO TO 0530-REGRAVAR-CLIENTE-EXIT
           END-IF.
           IF WRK-CLM-ATIVO NOT = 'I'
               ADD 1 TO WRK-QTD-NO-CADASTRO
               GO TO 0530-REGRAVAR-CLIENTE-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-SALDO-OK.
           SET WRK-IDX-INA TO 1.
           SEARCH WRK-INA
               AT END
                   CONTINUE
               WHEN WRK-INA-CODIGO(WRK-IDX-INA) = WRK-CLM-CODIGO
                   IF WRK-INA-SALDO(WRK-IDX-INA) = ZEROS
                       SET WRK-SALDO-OK TO TRUE
                   END-IF
           END-SEARCH.
           IF NOT WRK-SALDO-OK
               ADD 1 TO WRK-QTD-COM-SALDO
               GO TO 0530-REGRAVAR-CLIENTE-EXIT
           END-IF.
           MOVE WRK-NOME-ANONIMO TO WRK-CLM-NOME.
           MOVE ZEROS TO WRK-CLM-CPF.
           MOVE SPACES TO WRK-CLM-ENDERECO.
           MOVE SPACES TO WRK-CLM-CIDADE.
           MOVE SPACES TO WRK-CLM-UF.
           MOVE ZEROS TO WRK-CLM-CEP.
           MOVE ZEROS TO WRK-CLM-TELEFONE.
           REWRITE WRK-CLIENTE-CADASTRO.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'LGPDANON: ERRO AO REGRAVAR CLIMSTR - '
                   'CLIENTE ' WRK-CLM-CODIGO ' - STATUS ' WRK-FS-CLI
               SET WRK-HOUVE-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0530-REGRAVAR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       0530-REGRAVAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCURA A MATRICULA NO CADASTRO VIVO (FUNCMSTR).     *
      *----------------------------------------------------*
       0700-PESQUISAR-CADASTRO.
           MOVE 'N' TO WRK-SW-NO-CADASTRO.
           MOVE WRK-MATRICULA-PESQUISA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-NO-CADASTRO TO TRUE
           END-READ.
       0700-PESQUISAR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ZERA AS CONTAGENS E IMPRIME O TITULO DO ARQUIVO.     *
      *----------------------------------------------------*
       0800-INICIAR-ARQUIVO.
           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-ANONIMIZADOS.
           MOVE ZEROS TO WRK-QTD-JA-ANONIMOS.
           MOVE ZEROS TO WRK-QTD-NO-PRAZO.
           MOVE ZEROS TO WRK-QTD-NO-CADASTRO.
           MOVE ZEROS TO WRK-QTD-COM-SALDO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-ARQUIVO.
       0800-INICIAR-ARQUIVO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE A ABERTURA (STATUS EM WRK-FS-CONSULTADO):    *
      * ARQUIVO AUSENTE SO E APONTADO; OUTRO ERRO MARCA A    *
      * EXECUCAO COMO FALHA. NOS DOIS CASOS O ARQUIVO E      *
      * PULADO (FIM DE ARQUIVO LIGADO).                      *
      *----------------------------------------------------*
       0810-CONFERIR-ABERTURA.
           IF WRK-FS-CONSULTADO = '00'
               GO TO 0810-CONFERIR-ABERTURA-EXIT
           END-IF.
           SET WRK-FIM-ARQUIVO TO TRUE.
           PERFORM 0195-LOCALIZAR-MSG-ERRO
               THRU 0195-LOCALIZAR-MSG-ERRO-EXIT.
           IF WRK-FS-CONSULTADO = '35'
               MOVE '   ARQUIVO AUSENTE - NADA A ANONIMIZAR'
                   TO WRK-LINHA-RELATORIO
           ELSE
               DISPLAY 'LGPDANON: ERRO AO ABRIR ' WRK-ARQ-NOME
                   ' - STATUS ' WRK-FS-CONSULTADO ' - '
                   WRK-MSG-ERRO-ENCONTRADA
               MOVE SPACES TO WRK-LINHA-RELATORIO
               STRING '   ERRO NA ABERTURA - STATUS '
                   WRK-FS-CONSULTADO ' - ' WRK-MSG-ERRO-ENCONTRADA
                   DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
               SET WRK-HOUVE-ERRO TO TRUE
           END-IF.
           WRITE WRK-LINHA-RELATORIO.
       0810-CONFERIR-ABERTURA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME AS CONTAGENS DO ARQUIVO TRATADO E SOMA OS    *
      * ANONIMIZADOS NO TOTAL DA EXECUCAO.                   *
      *----------------------------------------------------*
       0850-IMPRIMIR-CONTAGENS.
           MOVE 'REGISTROS LIDOS.................' TO WRK-LC-TITULO.
           MOVE WRK-QTD-LIDOS TO WRK-LC-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'ANONIMIZADOS NESTA EXECUCAO.....' TO WRK-LC-TITULO.
           MOVE WRK-QTD-ANONIMIZADOS TO WRK-LC-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'JA ANONIMIZADOS ANTES...........' TO WRK-LC-TITULO.
           MOVE WRK-QTD-JA-ANONIMOS TO WRK-LC-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           IF WRK-ARQ-NOME = 'CLIMSTR '
               MOVE 'MANTIDOS - CLIENTE ATIVO........'
                   TO WRK-LC-TITULO
               MOVE WRK-QTD-NO-CADASTRO TO WRK-LC-VALOR
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM
               MOVE 'MANTIDOS - SALDO EM ABERTO......'
                   TO WRK-LC-TITULO
               MOVE WRK-QTD-COM-SALDO TO WRK-LC-VALOR
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM
           ELSE
               MOVE 'MANTIDOS - DENTRO DO PRAZO......'
                   TO WRK-LC-TITULO
               MOVE WRK-QTD-NO-PRAZO TO WRK-LC-VALOR
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM
               MOVE 'MANTIDOS - AINDA NO FUNCMSTR....'
                   TO WRK-LC-TITULO
               MOVE WRK-QTD-NO-CADASTRO TO WRK-LC-VALOR
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM
           END-IF.
           ADD WRK-QTD-ANONIMIZADOS TO WRK-TOT-ANONIMIZADOS.
       0850-IMPRIMIR-CONTAGENS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FECHA O RELATORIO COM O TOTAL DA EXECUCAO E GRAVA A  *
      * OCORRENCIA NO RUNLOG. ERRO EM QUALQUER ARQUIVO       *
      * TERMINA COM RETURN-CODE 8.                           *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               IF WRK-ANO-CORTE < WRK-ANOSYS
                   DISPLAY 'LGPDANON: EXECUCAO ENCERRADA SEM '
                       'PROCESSAR'
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'TOTAL ANONIMIZADO NA EXECUCAO...' TO WRK-LC-TITULO.
           MOVE WRK-TOT-ANONIMIZADOS TO WRK-LC-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           CLOSE RELATORIO-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           DISPLAY 'LGPDANON: ' WRK-TOT-ANONIMIZADOS
               ' REGISTROS ANONIMIZADOS (CORTE ' WRK-ANO-CORTE ')'.
           MOVE 'LGPDANON' TO WRK-LOG-PROGRAMA.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           IF WRK-HOUVE-ERRO
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               STRING 'ANONIMIZACAO INCOMPLETA - ' WRK-TOT-ANONIMIZADOS
                   ' REGISTROS - VER LGPDAREL'
                   DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           ELSE
               MOVE 'I' TO WRK-LOG-SEVERIDADE
               STRING 'ANONIMIZADOS ' WRK-TOT-ANONIMIZADOS
                   ' REGISTROS - CORTE ' WRK-ANO-CORTE
                   DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           END-IF.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           IF WRK-HOUVE-ERRO
               DISPLAY 'LGPDANON: ANONIMIZACAO INCOMPLETA - VER '
                   'LGPDAREL'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DE FAIXA SALARIAL PARA A REVISAO
      * SALARIAL ANUAL. LE O CADASTRO DE CARGOS (CARGMSTR, VER
      * CARGREG.COB) E O CADASTRO DE FUNCIONARIOS (FUNCMSTR) E
      * IMPRIME NO CARGREL:
      *   - CADA ATIVO PAGO ABAIXO DO MINIMO OU ACIMA DO MAXIMO
      *     DA FAIXA DO SEU CARGO, COM O LIMITE ULTRAPASSADO E O
      *     COMPA-RATIO (SALARIO / PONTO MEDIO DA FAIXA);
      *   - CADA ATIVO SEM CARGO OU COM CARGO FORA DO CADASTRO,
      *     QUE NAO TEM FAIXA PARA COMPARAR;
      *   - O COMPA-RATIO MEDIO POR DEPARTAMENTO, DOS ATIVOS COM
      *     CARGO VALIDO (1,000 = NO PONTO MEDIO).
      * RODA SOB DEMANDA (TIPICAMENTE UMA VEZ POR ANO, ANTES DA
      * RODADA DE REAJUSTES). SEM O CARGMSTR OU O FUNCMSTR NAO
      * HA O QUE COMPARAR: RETURN-CODE 8.
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
           SELECT CARGMSTR-ARQ ASSIGN TO 'CARGMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRG.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT RELATORIO-ARQ ASSIGN TO 'CARGREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGMSTR-ARQ.
           COPY 'CARGREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CRG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

      *    CARGOS DO CADASTRO COM A FAIXA SALARIAL.
       77  WRK-QTD-CARGOS               PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CARGOS.
           05  WRK-CRG OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-CARGOS
                   INDEXED BY WRK-IDX-CRG.
               10  WRK-CRG-TAB-CODIGO   PIC X(05).
               10  WRK-CRG-TAB-MINIMO   PIC 9(07)V99.
               10  WRK-CRG-TAB-MEDIO    PIC 9(07)V99.
               10  WRK-CRG-TAB-MAXIMO   PIC 9(07)V99.

      *    SOMA DOS COMPA-RATIOS E QUANTIDADE DE ATIVOS COM CARGO
      *    VALIDO POR DEPARTAMENTO, PARA A MEDIA.
       77  WRK-QTD-DEPARTAMENTOS        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DEPARTAMENTOS.
           05  WRK-DEP OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-DEPARTAMENTOS
                   INDEXED BY WRK-IDX-DEP.
               10  WRK-DEP-CODIGO       PIC X(10).
               10  WRK-DEP-QTD          PIC 9(06).
               10  WRK-DEP-SOMA-COMPA   PIC 9(07)V999.
       77  WRK-SW-DEPTO-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-DEPTO-CHEIA                    VALUE 'S'.

       77  WRK-COMPA-RATIO              PIC 9(02)V999 VALUE ZEROS.
       77  WRK-COMPA-MEDIO              PIC 9(02)V999 VALUE ZEROS.

       77  WRK-QTD-ANALISADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ABAIXO               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ACIMA                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CARGO            PIC 9(06) VALUE ZEROS.

       01  WRK-CAB-FAIXA                PIC X(60) VALUE
           'FUNCIONARIOS FORA DA FAIXA SALARIAL DO CARGO'.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(07) VALUE 'MATRIC'.
           05  FILLER                   PIC X(16) VALUE 'NOME'.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(06) VALUE 'CARGO'.
           05  FILLER                   PIC X(11) VALUE '   SALARIO'.
           05  FILLER                   PIC X(11) VALUE '    LIMITE'.
           05  FILLER                   PIC X(06) VALUE 'COMPA'.
           05  FILLER                   PIC X(12) VALUE 'SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DEPTO            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-CARGO            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SALARIO          PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-LIMITE           PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-COMPA            PIC Z9,999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(11).

       01  WRK-CAB-COMPA                PIC X(60) VALUE
           'COMPA-RATIO MEDIO POR DEPARTAMENTO'.

       01  WRK-CABECALHO-DEPTO.
           05  FILLER                   PIC X(11) VALUE 'DEPTO'.
           05  FILLER                   PIC X(11) VALUE 'ATIVOS'.
           05  FILLER                   PIC X(11) VALUE 'COMPA MEDIO'.

       01  WRK-LINHA-DEPTO.
           05  WRK-DPT-CODIGO           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DPT-QTD              PIC ZZZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WRK-DPT-COMPA            PIC Z9,999.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-CARREGAR-CARGOS
               THRU 0100-CARREGAR-CARGOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-ANALISAR-CADASTRO
                   THRU 0200-ANALISAR-CADASTRO-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK
               PERFORM 0400-IMPRIMIR-DEPARTAMENTOS
                   THRU 0400-IMPRIMIR-DEPARTAMENTOS-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------*
      * CARREGA OS CARGOS COM A FAIXA SALARIAL. SEM O        *
      * CARGMSTR NAO HA O QUE COMPARAR E A EXECUCAO ENCERRA  *
      * COM RETURN-CODE 8.                                   *
      *----------------------------------------------------*
       0100-CARREGAR-CARGOS.
           OPEN INPUT CARGMSTR-ARQ.
           IF WRK-FS-CRG NOT = '00'
               MOVE WRK-FS-CRG TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CARGREL: ERRO AO ABRIR CARGMSTR - STATUS '
                   WRK-FS-CRG ' - ' WRK-MSG-ERRO-ENCONTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 0100-CARREGAR-CARGOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CRG = '10'
               READ CARGMSTR-ARQ
                   AT END MOVE '10' TO WRK-FS-CRG
                   NOT AT END
                       IF WRK-QTD-CARGOS >= 200
                           DISPLAY 'CARGREL: CARGMSTR TEM MAIS DE '
                               '200 CARGOS - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-CARGOS
                           SET WRK-IDX-CRG TO WRK-QTD-CARGOS
                           MOVE WRK-CRG-CODIGO
                               TO WRK-CRG-TAB-CODIGO(WRK-IDX-CRG)
                           MOVE WRK-CRG-SALARIO-MINIMO
                               TO WRK-CRG-TAB-MINIMO(WRK-IDX-CRG)
                           MOVE WRK-CRG-SALARIO-MEDIO
                               TO WRK-CRG-TAB-MEDIO(WRK-IDX-CRG)
                           MOVE WRK-CRG-SALARIO-MAXIMO
                               TO WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARGMSTR-ARQ.
           IF WRK-QTD-CARGOS = ZEROS
               DISPLAY 'CARGREL: CARGMSTR VAZIO - NADA A COMPARAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0100-CARREGAR-CARGOS-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-CARREGAR-CARGOS-EXIT.
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
      * UMA PASSADA PELOS ATIVOS DO CADASTRO: IMPRIME QUEM   *
      * ESTA FORA DA FAIXA OU SEM CARGO VALIDO E ACUMULA O   *
      * COMPA-RATIO POR DEPARTAMENTO.                        *
      *----------------------------------------------------*
       0200-ANALISAR-CADASTRO.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CARGREL: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WRK-SW-ARQUIVOS-OK
               GO TO 0200-ANALISAR-CADASTRO-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-FAIXA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           PERFORM UNTIL WRK-FIM-FUNC
               READ FUNCIONARIO-ARQ NEXT RECORD
                   AT END
                       SET WRK-FIM-FUNC TO TRUE
                   NOT AT END
                       IF WRK-FUNC-ATIVO
                           PERFORM 0250-ANALISAR-FUNCIONARIO
                               THRU 0250-ANALISAR-FUNCIONARIO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIO-ARQ.
       0200-ANALISAR-CADASTRO-EXIT.
           EXIT.

       0250-ANALISAR-FUNCIONARIO.
           ADD 1 TO WRK-QTD-ANALISADOS.
           MOVE WRK-MATRICULA TO WRK-DET-MATRICULA.
           MOVE WRK-NOME TO WRK-DET-NOME.
           MOVE WRK-DEPARTAMENTO TO WRK-DET-DEPTO.
           MOVE WRK-CARGO TO WRK-DET-CARGO.
           MOVE WRK-SALARIO-FUNCIONARIO TO WRK-DET-SALARIO.
           MOVE ZEROS TO WRK-DET-LIMITE.
           MOVE ZEROS TO WRK-DET-COMPA.
           IF WRK-CARGO = SPACES
               ADD 1 TO WRK-QTD-SEM-CARGO
               MOVE 'SEM CARGO' TO WRK-DET-SITUACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               GO TO 0250-ANALISAR-FUNCIONARIO-EXIT
           END-IF.
           SET WRK-IDX-CRG TO 1.
           SEARCH WRK-CRG
               AT END
                   ADD 1 TO WRK-QTD-SEM-CARGO
                   MOVE 'CARGO INVAL' TO WRK-DET-SITUACAO
                   WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
                   GO TO 0250-ANALISAR-FUNCIONARIO-EXIT
               WHEN WRK-CRG-TAB-CODIGO(WRK-IDX-CRG) = WRK-CARGO
                   CONTINUE
           END-SEARCH.
           MOVE ZEROS TO WRK-COMPA-RATIO.
           IF WRK-CRG-TAB-MEDIO(WRK-IDX-CRG) > ZEROS
               COMPUTE WRK-COMPA-RATIO ROUNDED =
                   WRK-SALARIO-FUNCIONARIO
                   / WRK-CRG-TAB-MEDIO(WRK-IDX-CRG)
                   ON SIZE ERROR
                       MOVE 99,999 TO WRK-COMPA-RATIO
               END-COMPUTE
               PERFORM 0300-ACUMULAR-DEPARTAMENTO
                   THRU 0300-ACUMULAR-DEPARTAMENTO-EXIT
           END-IF.
           MOVE WRK-COMPA-RATIO TO WRK-DET-COMPA.
           IF WRK-SALARIO-FUNCIONARIO < WRK-CRG-TAB-MINIMO(WRK-IDX-CRG)
               ADD 1 TO WRK-QTD-ABAIXO
               MOVE WRK-CRG-TAB-MINIMO(WRK-IDX-CRG) TO WRK-DET-LIMITE
               MOVE 'ABAIXO MIN' TO WRK-DET-SITUACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
           IF WRK-SALARIO-FUNCIONARIO > WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG)
               ADD 1 TO WRK-QTD-ACIMA
               MOVE WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG) TO WRK-DET-LIMITE
               MOVE 'ACIMA MAX' TO WRK-DET-SITUACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
       0250-ANALISAR-FUNCIONARIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SOMA O COMPA-RATIO DO FUNCIONARIO NO SEU             *
      * DEPARTAMENTO, ABRINDO A LINHA SE FOR NOVO.           *
      *----------------------------------------------------*
       0300-ACUMULAR-DEPARTAMENTO.
           SET WRK-IDX-DEP TO 1.
           IF WRK-QTD-DEPARTAMENTOS > ZEROS
               SEARCH WRK-DEP
                   AT END
                       SET WRK-IDX-DEP TO 1
                   WHEN WRK-DEP-CODIGO(WRK-IDX-DEP)
                           = WRK-DEPARTAMENTO
                       GO TO 0300-SOMAR
               END-SEARCH
           END-IF.
           IF WRK-QTD-DEPARTAMENTOS >= 50
               IF NOT WRK-DEPTO-CHEIA
                   SET WRK-DEPTO-CHEIA TO TRUE
                   DISPLAY 'CARGREL: MAIS DE 50 DEPARTAMENTOS - '
                       'EXCEDENTES FORA DO COMPA-RATIO MEDIO'
               END-IF
               GO TO 0300-ACUMULAR-DEPARTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DEPARTAMENTOS.
           SET WRK-IDX-DEP TO WRK-QTD-DEPARTAMENTOS.
           MOVE WRK-DEPARTAMENTO TO WRK-DEP-CODIGO(WRK-IDX-DEP).
           MOVE ZEROS TO WRK-DEP-QTD(WRK-IDX-DEP).
           MOVE ZEROS TO WRK-DEP-SOMA-COMPA(WRK-IDX-DEP).
       0300-SOMAR.
           ADD 1 TO WRK-DEP-QTD(WRK-IDX-DEP).
           ADD WRK-COMPA-RATIO TO WRK-DEP-SOMA-COMPA(WRK-IDX-DEP).
       0300-ACUMULAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SEGUNDA PARTE DO RELATORIO: O COMPA-RATIO MEDIO DE   *
      * CADA DEPARTAMENTO, E O RESUMO NO CONSOLE.            *
      *----------------------------------------------------*
       0400-IMPRIMIR-DEPARTAMENTOS.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COMPA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-DEPTO.
           IF WRK-QTD-DEPARTAMENTOS > ZEROS
               PERFORM 0450-IMPRIMIR-DEPARTAMENTO
                   THRU 0450-IMPRIMIR-DEPARTAMENTO-EXIT
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CARGREL: ' WRK-QTD-ANALISADOS ' ATIVOS, '
               WRK-QTD-ABAIXO ' ABAIXO DO MINIMO, '
               WRK-QTD-ACIMA ' ACIMA DO MAXIMO, '
               WRK-QTD-SEM-CARGO ' SEM CARGO VALIDO'.
       0400-IMPRIMIR-DEPARTAMENTOS-EXIT.
           EXIT.

       0450-IMPRIMIR-DEPARTAMENTO.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO WRK-DPT-CODIGO.
           MOVE WRK-DEP-QTD(WRK-IDX-DEP) TO WRK-DPT-QTD.
           COMPUTE WRK-COMPA-MEDIO ROUNDED =
               WRK-DEP-SOMA-COMPA(WRK-IDX-DEP)
               / WRK-DEP-QTD(WRK-IDX-DEP).
           MOVE WRK-COMPA-MEDIO TO WRK-DPT-COMPA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DEPTO.
       0450-IMPRIMIR-DEPARTAMENTO-EXIT.
           EXIT.

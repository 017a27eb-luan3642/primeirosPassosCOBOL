       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDEXPO.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DIARIO DE EXPOSICAO DE CREDITO DOS
      * CLIENTES DA VENDA A PRAZO. MONTA O SALDO EM ABERTO DE
      * CADA CLIENTE DO CADASTRO CLIMSTR (VER CLIENREG.COB)
      * PELOS EVENTOS DO CRABERTO (VER CREDIREG.COB: ITENS 'A'
      * MENOS ESTORNOS 'E', COMO O TABUADA FAZ NA ENTRADA) E
      * LISTA NO CREDEREL QUEM ESTA ACIMA DO LIMITE, QUEM JA
      * USA O PERCENTUAL DO CARTAO CREDPCT (PADRAO 80,00) DO
      * LIMITE, QUEM ESTA COM O CREDITO BLOQUEADO E QUEM TEM
      * ITEM EM ABERTO HA MAIS DIAS QUE O CARTAO CREDDIAS
      * (PADRAO 60, O MESMO CARTAO DO TABUADA; DIAS PELA
      * DIFERENCA COMERCIAL DE 30 DIAS POR MES, COMO NO
      * CRAGING). CLIENTE SEM LIMITE (ZERO) SO SAI PELO
      * BLOQUEIO OU PELO ATRASO. RODA NO FECHAMENTO DO DIA
      * LOGO DEPOIS DO CAIXA, COM AS VENDAS A PRAZO DO DIA JA
      * NO CRABERTO.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - VENDA PARCELADA: O ATRASO PASSOU A SER CONTADO DO
      *   VENCIMENTO MAIS ANTIGO ENTRE AS PARCELAS EM ABERTO
      *   (ITEM SEM VENCIMENTO, PELA DATA DA VENDA), E NAO MAIS
      *   DA DATA DA VENDA - PARCELA A VENCER NAO E ATRASO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT CREDPCT-ARQ ASSIGN TO 'CREDPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PCT.

           SELECT CREDDIAS-ARQ ASSIGN TO 'CREDDIAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CDD.

           SELECT RELATORIO-ARQ ASSIGN TO 'CREDEREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

      *    PERCENTUAL DO LIMITE A PARTIR DO QUAL O CLIENTE E
      *    LISTADO COMO PROXIMO DO LIMITE.
       FD  CREDPCT-ARQ.
       01  WRK-REG-CREDPCT             PIC 9(03)V99.

      *    MAXIMO DE DIAS DE ATRASO NO CREDIARIO.
       FD  CREDDIAS-ARQ.
       01  WRK-REG-CREDDIAS            PIC 9(03).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PCT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CDD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-CRA              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CRA                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       01  WRK-DATA-ITEM-CREDITO.
           05  WRK-DIC-ANO              PIC 9(04).
           05  WRK-DIC-MES              PIC 9(02).
           05  WRK-DIC-DIA              PIC 9(02).

       77  WRK-PERC-ALERTA              PIC 9(03)V99 VALUE 80,00.
       77  WRK-DIAS-ATRASO-MAXIMO       PIC 9(03) VALUE 60.

      *    CLIENTES DO CADASTRO COM O SALDO MONTADO DO CRABERTO.
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-NOME         PIC X(20).
               10  WRK-CLI-LIMITE       PIC 9(07)V99.
               10  WRK-CLI-SIT-CREDITO  PIC X(01).
               10  WRK-CLI-SALDO        PIC 9(09)V99.
               10  WRK-CLI-DATA-ANTIGA  PIC 9(08).

       77  WRK-DIAS-ATRASO              PIC S9(05) VALUE ZEROS.
       77  WRK-PERC-USO                 PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SITUACAO                 PIC X(09) VALUE SPACES.
       77  WRK-QTD-EVENTOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LISTADOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXCEDIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PROXIMOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ATRASADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SALDO-LISTADO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-SALDO-GERAL          PIC 9(11)V99 VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(41) VALUE
               'EXPOSICAO DE CREDITO DOS CLIENTES - DATA '.
           05  WRK-CAB-DATA             PIC 9(08).
           05  FILLER                   PIC X(11) VALUE
               ' - ALERTA: '.
           05  WRK-CAB-PERC             PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE '%'.

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(40) VALUE
               'CODIGO NOME                     LIMITE  '.
           05  FILLER                   PIC X(37) VALUE
               '      SALDO    USO %  SITUACAO ATRASO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-CLIENTE          PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-LIMITE           PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SALDO            PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PERC             PIC ZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-SITUACAO         PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIAS             PIC ZZZZ9.

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
           PERFORM 0110-LER-CARTOES THRU 0110-LER-CARTOES-EXIT.
           PERFORM 0120-CARREGAR-CLIENTES
               THRU 0120-CARREGAR-CLIENTES-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-SOMAR-EVENTO THRU 0200-SOMAR-EVENTO-EXIT
                   UNTIL WRK-FIM-CRA
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARTOES OPCIONAIS: CREDPCT (PERCENTUAL DE ALERTA) E  *
      * CREDDIAS (MAXIMO DE DIAS DE ATRASO). SEM CARTAO, OU  *
      * COM CARTAO ZERADO, FICA O PADRAO.                    *
      *----------------------------------------------------*
       0110-LER-CARTOES.
           OPEN INPUT CREDPCT-ARQ.
           IF WRK-FS-PCT = '00'
               READ CREDPCT-ARQ
                   NOT AT END
                       IF WRK-REG-CREDPCT IS NUMERIC
                           AND WRK-REG-CREDPCT > ZEROS
                           MOVE WRK-REG-CREDPCT TO WRK-PERC-ALERTA
                       END-IF
               END-READ
               CLOSE CREDPCT-ARQ
           END-IF.
           OPEN INPUT CREDDIAS-ARQ.
           IF WRK-FS-CDD = '00'
               READ CREDDIAS-ARQ
                   NOT AT END
                       IF WRK-REG-CREDDIAS IS NUMERIC
                           AND WRK-REG-CREDDIAS > ZEROS
                           MOVE WRK-REG-CREDDIAS
                               TO WRK-DIAS-ATRASO-MAXIMO
                       END-IF
               END-READ
               CLOSE CREDDIAS-ARQ
           END-IF.
       0110-LER-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE CLIENTES. SEM O CLIMSTR NAO HA *
      * LIMITE A CONFERIR: O RELATORIO SAI VAZIO, COM AVISO. *
      *----------------------------------------------------*
       0120-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-ARQ.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CREDEXPO: CLIMSTR INDISPONIVEL - NENHUM '
                   'CLIENTE A CONFERIR'
               GO TO 0120-CARREGAR-CLIENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CLI = '10'
               READ CLIENTE-ARQ
                   AT END MOVE '10' TO WRK-FS-CLI
                   NOT AT END
                       IF WRK-QTD-CLIENTES >= 2000
                           DISPLAY 'CREDEXPO: CLIMSTR TEM MAIS DE '
                               '2000 CLIENTES - EXCEDENTES '
                               'IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-CLIENTES
                           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES
                           MOVE WRK-CLM-CODIGO
                               TO WRK-CLI-CODIGO(WRK-IDX-CLI)
                           MOVE WRK-CLM-NOME
                               TO WRK-CLI-NOME(WRK-IDX-CLI)
                           MOVE WRK-CLM-LIMITE-CREDITO
                               TO WRK-CLI-LIMITE(WRK-IDX-CLI)
                           MOVE WRK-CLM-SITUACAO-CREDITO
                               TO WRK-CLI-SIT-CREDITO(WRK-IDX-CLI)
                           MOVE ZEROS
                               TO WRK-CLI-SALDO(WRK-IDX-CLI)
                           MOVE ZEROS
                               TO WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-ARQ.
       0120-CARREGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ABRE O RELATORIO E O CRABERTO. SEM O CRABERTO (NENHUMA*
      * VENDA A PRAZO AINDA), TODO SALDO FICA ZERADO.         *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CREDEXPO: ERRO AO ABRIR CREDEREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.
           MOVE WRK-PERC-ALERTA TO WRK-CAB-PERC.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           SET WRK-ARQUIVOS-OK TO TRUE.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               IF WRK-FS-CRA NOT = '35'
                   MOVE WRK-FS-CRA TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'CREDEXPO: ERRO AO ABRIR CRABERTO - '
                       'STATUS ' WRK-FS-CRA ' - '
                       WRK-MSG-ERRO-ENCONTRADA
                   MOVE 'N' TO WRK-SW-ARQUIVOS-OK
                   CLOSE RELATORIO-ARQ
                   GO TO 0100-ABRIR-ARQUIVOS-EXIT
               END-IF
               SET WRK-FIM-CRA TO TRUE
           END-IF.
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
      * SOMA UM EVENTO DO CRABERTO NO SALDO DO CLIENTE: ITEM *
      * 'A' SOMA E GUARDA O VENCIMENTO MAIS ANTIGO (SEM      *
      * VENCIMENTO, A DATA DA VENDA), ESTORNO 'E' ABATE.     *
      * CLIENTE FORA DO CADASTRO SO E CONTADO.               *
      *----------------------------------------------------*
       0200-SOMAR-EVENTO.
           READ CRABERTO-ARQ
               AT END
                   SET WRK-FIM-CRA TO TRUE
                   GO TO 0200-SOMAR-EVENTO-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-EVENTOS.
           IF WRK-QTD-CLIENTES = ZEROS
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               GO TO 0200-SOMAR-EVENTO-EXIT
           END-IF.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   GO TO 0200-SOMAR-EVENTO-EXIT
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = WRK-CRA-CLIENTE
                   CONTINUE
           END-SEARCH.
           IF WRK-CRA-EM-ABERTO
               ADD WRK-CRA-VALOR TO WRK-CLI-SALDO(WRK-IDX-CLI)
               IF WRK-CRA-VENCIMENTO NUMERIC
                   AND WRK-CRA-VENCIMENTO NOT = ZEROS
                   MOVE WRK-CRA-VENCIMENTO TO WRK-DATA-ITEM-CREDITO
               ELSE
                   MOVE WRK-CRA-DATA TO WRK-DATA-ITEM-CREDITO
               END-IF
               IF WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI) = ZEROS
                   OR WRK-DATA-ITEM-CREDITO
                       < WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
                   MOVE WRK-DATA-ITEM-CREDITO
                       TO WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
               END-IF
           END-IF.
           IF WRK-CRA-ESTORNADO
               IF WRK-CLI-SALDO(WRK-IDX-CLI) >= WRK-CRA-VALOR
                   SUBTRACT WRK-CRA-VALOR
                       FROM WRK-CLI-SALDO(WRK-IDX-CLI)
               ELSE
                   MOVE ZEROS TO WRK-CLI-SALDO(WRK-IDX-CLI)
               END-IF
           END-IF.
       0200-SOMAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CLASSIFICA O CLIENTE E IMPRIME A LINHA QUANDO HA O   *
      * QUE AVISAR. ORDEM DA SITUACAO: EXCEDIDO, BLOQUEADO,  *
      * ATRASO, PROXIMO (DO LIMITE).                         *
      *----------------------------------------------------*
       0300-AVALIAR-CLIENTE.
           ADD WRK-CLI-SALDO(WRK-IDX-CLI) TO WRK-TOT-SALDO-GERAL.
           MOVE ZEROS TO WRK-PERC-USO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-CLI-SALDO(WRK-IDX-CLI) = ZEROS
               AND WRK-CLI-SIT-CREDITO(WRK-IDX-CLI) NOT = 'B'
               GO TO 0300-AVALIAR-CLIENTE-EXIT
           END-IF.
           IF WRK-CLI-LIMITE(WRK-IDX-CLI) > ZEROS
               COMPUTE WRK-PERC-USO ROUNDED =
                   WRK-CLI-SALDO(WRK-IDX-CLI) * 100
                   / WRK-CLI-LIMITE(WRK-IDX-CLI)
                   ON SIZE ERROR MOVE 99999,99 TO WRK-PERC-USO
               END-COMPUTE
           END-IF.
           IF WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI) NOT = ZEROS
               AND WRK-CLI-SALDO(WRK-IDX-CLI) > ZEROS
               MOVE WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
                   TO WRK-DATA-ITEM-CREDITO
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-ANOSYS - WRK-DIC-ANO) * 360)
                   + ((WRK-MESSYS - WRK-DIC-MES) * 30)
                   + WRK-DIASYS - WRK-DIC-DIA
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CLI-LIMITE(WRK-IDX-CLI) > ZEROS
                   AND WRK-CLI-SALDO(WRK-IDX-CLI)
                       > WRK-CLI-LIMITE(WRK-IDX-CLI)
                   MOVE 'EXCEDIDO' TO WRK-SITUACAO
               WHEN WRK-CLI-SIT-CREDITO(WRK-IDX-CLI) = 'B'
                   MOVE 'BLOQUEADO' TO WRK-SITUACAO
               WHEN WRK-DIAS-ATRASO > WRK-DIAS-ATRASO-MAXIMO
                   MOVE 'ATRASO' TO WRK-SITUACAO
               WHEN WRK-CLI-LIMITE(WRK-IDX-CLI) > ZEROS
                   AND WRK-PERC-USO NOT < WRK-PERC-ALERTA
                   MOVE 'PROXIMO' TO WRK-SITUACAO
           END-EVALUATE.
           IF WRK-SITUACAO = SPACES
               GO TO 0300-AVALIAR-CLIENTE-EXIT
           END-IF.
           EVALUATE WRK-SITUACAO
               WHEN 'EXCEDIDO'
                   ADD 1 TO WRK-QTD-EXCEDIDOS
               WHEN 'BLOQUEADO'
                   ADD 1 TO WRK-QTD-BLOQUEADOS
               WHEN 'ATRASO'
                   ADD 1 TO WRK-QTD-ATRASADOS
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PROXIMOS
           END-EVALUATE.
           ADD 1 TO WRK-QTD-LISTADOS.
           ADD WRK-CLI-SALDO(WRK-IDX-CLI) TO WRK-TOT-SALDO-LISTADO.
           MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO WRK-DET-CLIENTE.
           MOVE WRK-CLI-NOME(WRK-IDX-CLI) TO WRK-DET-NOME.
           MOVE WRK-CLI-LIMITE(WRK-IDX-CLI) TO WRK-DET-LIMITE.
           MOVE WRK-CLI-SALDO(WRK-IDX-CLI) TO WRK-DET-SALDO.
           MOVE WRK-PERC-USO TO WRK-DET-PERC.
           MOVE WRK-SITUACAO TO WRK-DET-SITUACAO.
           MOVE WRK-DIAS-ATRASO TO WRK-DET-DIAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0300-AVALIAR-CLIENTE-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CREDEXPO: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-CLIENTES > ZEROS
               PERFORM 0300-AVALIAR-CLIENTE
                   THRU 0300-AVALIAR-CLIENTE-EXIT
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
           END-IF.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           MOVE 'CLIENTES NO CADASTRO..........' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CLIENTES TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'CLIENTES LISTADOS.............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-LISTADOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE '  ACIMA DO LIMITE.............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-EXCEDIDOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE '  COM CREDITO BLOQUEADO.......' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE '  COM ATRASO NO CREDIARIO.....' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-ATRASADOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE '  PROXIMOS DO LIMITE..........' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-PROXIMOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'EVENTOS SEM CLIENTE CADASTRADO' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'SALDO DOS CLIENTES LISTADOS...' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-SALDO-LISTADO TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-VALOR.
           MOVE 'SALDO EM ABERTO DO CADASTRO...' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-SALDO-GERAL TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-VALOR.
           IF WRK-FS-CRA NOT = '35'
               CLOSE CRABERTO-ARQ
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CREDEXPO: ' WRK-QTD-CLIENTES ' CLIENTES, '
               WRK-QTD-EVENTOS ' EVENTOS NO CRABERTO, '
               WRK-QTD-LISTADOS ' LISTADOS'.
       0900-ENCERRAR-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARNEEMI.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: EMISSAO DO CARNE DE PAGAMENTO DAS VENDAS A
      * PRAZO PARCELADAS. LE OS ITENS DO CREDIARIO (CRABERTO,
      * VER CREDIREG.COB) GRAVADOS PELO FECHAMENTO (TABUADA)
      * PARA AS VENDAS DA DATA DO CARTAO CARNEDAT (PADRAO: A
      * DATA DO DIA) COM MAIS DE UMA PARCELA, E IMPRIME NO
      * CARNEREL UM CARNE POR VENDA: A IDENTIFICACAO DO
      * CLIENTE (CLIMSTR) E DO PLANO (PLANMSTR, VER
      * PLANREG.COB), UM CANHOTO POR PARCELA COM O VENCIMENTO
      * E O VALOR, E O TOTAL FINANCIADO. VENDA ESTORNADA NO
      * MESMO FECHAMENTO (EVENTO 'E' DA PARCELA) NAO SAI. RODA
      * NO FECHAMENTO DO DIA LOGO DEPOIS DO CREDEXPO.
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

           SELECT PLANO-ARQ ASSIGN TO 'PLANMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLN.

           SELECT CARNEDAT-ARQ ASSIGN TO 'CARNEDAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CDT.

           SELECT RELATORIO-ARQ ASSIGN TO 'CARNEREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  CLIENTE-ARQ.
           COPY 'CLIENREG.COB'.

       FD  PLANO-ARQ.
           COPY 'PLANREG.COB'.

      *    DATA DAS VENDAS CUJOS CARNES SERAO EMITIDOS (AAAAMMDD).
       FD  CARNEDAT-ARQ.
       01  WRK-REG-CARNEDAT            PIC 9(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PLN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CDT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-CRA              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CRA                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-PARCELAS-CHEIA       PIC X(01) VALUE 'N'.
           88  WRK-PARCELAS-CHEIA                 VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       77  WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.

      *    NOMES DOS CLIENTES (CLIMSTR), SO PARA O CARNE.
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-NOME         PIC X(20).

      *    DESCRICAO DOS PLANOS DE FINANCIAMENTO (PLANMSTR).
       77  WRK-QTD-PLANOS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PLANOS.
           05  WRK-PLA OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-PLANOS
                   INDEXED BY WRK-IDX-PLA.
               10  WRK-PLA-CODIGO       PIC 9(02).
               10  WRK-PLA-DESCRICAO    PIC X(20).
               10  WRK-PLA-TAXA         PIC 9(02)V99.

      *    PARCELAS DAS VENDAS DA DATA, NA ORDEM DO CRABERTO
      *    (CADA VENDA COM AS PARCELAS EM SEQUENCIA). SITUACAO
      *    'E' = ESTORNADA NO MESMO FECHAMENTO, NAO SAI.
       77  WRK-QTD-PARCELAS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PARCELAS.
           05  WRK-PAR OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-PARCELAS
                   INDEXED BY WRK-IDX-PAR.
               10  WRK-PAR-CLIENTE      PIC 9(06).
               10  WRK-PAR-REFERENCIA   PIC 9(08).
               10  WRK-PAR-PLANO        PIC 9(02).
               10  WRK-PAR-PARCELA      PIC 9(02).
               10  WRK-PAR-QTD          PIC 9(02).
               10  WRK-PAR-VENCIMENTO   PIC 9(08).
               10  WRK-PAR-VALOR        PIC 9(07)V99.
               10  WRK-PAR-SITUACAO     PIC X(01).

       77  WRK-REFERENCIA-ATUAL         PIC 9(08) VALUE ZEROS.
       77  WRK-NOME-CLIENTE             PIC X(20) VALUE SPACES.
       77  WRK-DESCRICAO-PLANO          PIC X(20) VALUE SPACES.
       77  WRK-TAXA-PLANO               PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TOTAL-CARNE              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-EVENTOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CARNES               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CANHOTOS             PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-FINANCIADO           PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-EDICAO.
           05  WRK-EDI-ANO              PIC 9(04).
           05  WRK-EDI-MES              PIC 9(02).
           05  WRK-EDI-DIA              PIC 9(02).

       01  WRK-LINHA-SEPARADOR          PIC X(60) VALUE ALL '='.
       01  WRK-LINHA-CORTE              PIC X(60) VALUE ALL '-'.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(45) VALUE
               'CARNES DE PAGAMENTO DO CREDIARIO - VENDAS DE '.
           05  WRK-CAB-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CAR-TITULO.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(19)
               VALUE 'CARNE DE PAGAMENTO'.

       01  WRK-CAR-IDENT-1.
           05  FILLER                   PIC X(09) VALUE 'CLIENTE: '.
           05  WRK-CAR-CLIENTE          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CAR-NOME             PIC X(20).
           05  FILLER                   PIC X(13)
               VALUE ' REFERENCIA: '.
           05  WRK-CAR-REFERENCIA       PIC 9(08).

       01  WRK-CAR-IDENT-2.
           05  FILLER                   PIC X(07) VALUE 'PLANO: '.
           05  WRK-CAR-PLANO            PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-CAR-DESCRICAO        PIC X(20).
           05  FILLER                   PIC X(08) VALUE ' TAXA: '.
           05  WRK-CAR-TAXA             PIC Z9,99.
           05  FILLER                   PIC X(11)
               VALUE '% AO MES - '.
           05  WRK-CAR-QTD              PIC Z9.
           05  FILLER                   PIC X(09) VALUE ' PARCELAS'.

       01  WRK-CAR-CANHOTO-1.
           05  FILLER                   PIC X(09) VALUE 'CLIENTE: '.
           05  WRK-CAN-CLIENTE          PIC 9(06).
           05  FILLER                   PIC X(13)
               VALUE ' REFERENCIA: '.
           05  WRK-CAN-REFERENCIA       PIC 9(08).
           05  FILLER                   PIC X(10) VALUE ' PARCELA: '.
           05  WRK-CAN-PARCELA          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAN-QTD              PIC 9(02).

       01  WRK-CAR-CANHOTO-2.
           05  FILLER                   PIC X(12) VALUE 'VENCIMENTO: '.
           05  WRK-CAN-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAN-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAN-ANO              PIC 9(04).
           05  FILLER                   PIC X(09) VALUE '  VALOR: '.
           05  WRK-CAN-VALOR            PIC ZZZZZZ9,99.

       01  WRK-CAR-TOTAL.
           05  FILLER                   PIC X(23)
               VALUE 'TOTAL DO CARNE........:'.
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
           PERFORM 0110-LER-CARTAO THRU 0110-LER-CARTAO-EXIT.
           PERFORM 0120-CARREGAR-CLIENTES
               THRU 0120-CARREGAR-CLIENTES-EXIT.
           PERFORM 0130-CARREGAR-PLANOS
               THRU 0130-CARREGAR-PLANOS-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-GUARDAR-EVENTO
                   THRU 0200-GUARDAR-EVENTO-EXIT
                   UNTIL WRK-FIM-CRA
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARTAO OPCIONAL CARNEDAT: DATA DAS VENDAS A EMITIR.  *
      * SEM CARTAO, OU COM CARTAO ZERADO, A DATA DO DIA.     *
      *----------------------------------------------------*
       0110-LER-CARTAO.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-EMISSAO.
           OPEN INPUT CARNEDAT-ARQ.
           IF WRK-FS-CDT = '00'
               READ CARNEDAT-ARQ
                   NOT AT END
                       IF WRK-REG-CARNEDAT IS NUMERIC
                           AND WRK-REG-CARNEDAT > ZEROS
                           MOVE WRK-REG-CARNEDAT TO WRK-DATA-EMISSAO
                       END-IF
               END-READ
               CLOSE CARNEDAT-ARQ
           END-IF.
       0110-LER-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS NOMES DO CADASTRO DE CLIENTES. SEM O      *
      * CLIMSTR O CARNE SAI SEM O NOME.                      *
      *----------------------------------------------------*
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
      * CARREGA A DESCRICAO E A TAXA DOS PLANOS. SEM O       *
      * PLANMSTR O CARNE SAI SEM A DESCRICAO DO PLANO.       *
      *----------------------------------------------------*
       0130-CARREGAR-PLANOS.
           OPEN INPUT PLANO-ARQ.
           IF WRK-FS-PLN NOT = '00'
               GO TO 0130-CARREGAR-PLANOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PLN = '10'
               READ PLANO-ARQ
                   AT END MOVE '10' TO WRK-FS-PLN
                   NOT AT END
                       IF WRK-QTD-PLANOS < 99
                           ADD 1 TO WRK-QTD-PLANOS
                           SET WRK-IDX-PLA TO WRK-QTD-PLANOS
                           MOVE WRK-PLN-CODIGO TO
                               WRK-PLA-CODIGO(WRK-IDX-PLA)
                           MOVE WRK-PLN-DESCRICAO TO
                               WRK-PLA-DESCRICAO(WRK-IDX-PLA)
                           MOVE WRK-PLN-TAXA-MENSAL TO
                               WRK-PLA-TAXA(WRK-IDX-PLA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANO-ARQ.
       0130-CARREGAR-PLANOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ABRE O RELATORIO E O CRABERTO. SEM O CRABERTO        *
      * (NENHUMA VENDA A PRAZO AINDA), NAO HA CARNE A EMITIR.*
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CARNEEMI: ERRO AO ABRIR CARNEREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           MOVE WRK-DATA-EMISSAO TO WRK-DATA-EDICAO.
           MOVE WRK-EDI-DIA TO WRK-CAB-DIA.
           MOVE WRK-EDI-MES TO WRK-CAB-MES.
           MOVE WRK-EDI-ANO TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           SET WRK-ARQUIVOS-OK TO TRUE.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               IF WRK-FS-CRA NOT = '35'
                   MOVE WRK-FS-CRA TO WRK-FS-CONSULTADO
                   PERFORM 0195-LOCALIZAR-MSG-ERRO
                       THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
                   DISPLAY 'CARNEEMI: ERRO AO ABRIR CRABERTO - '
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
      * GUARDA AS PARCELAS 'A' DAS VENDAS PARCELADAS DA DATA *
      * DE EMISSAO; O ESTORNO 'E' DA MESMA REFERENCIA E      *
      * PARCELA TIRA A PARCELA DO CARNE.                     *
      *----------------------------------------------------*
       0200-GUARDAR-EVENTO.
           READ CRABERTO-ARQ
               AT END
                   SET WRK-FIM-CRA TO TRUE
                   GO TO 0200-GUARDAR-EVENTO-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-EVENTOS.
           IF WRK-CRA-DATA NOT = WRK-DATA-EMISSAO
               OR WRK-CRA-QTD-PARCELAS NOT NUMERIC
               OR WRK-CRA-QTD-PARCELAS < 2
               GO TO 0200-GUARDAR-EVENTO-EXIT
           END-IF.
           IF WRK-CRA-ESTORNADO
               PERFORM 0210-MARCAR-ESTORNO
                   THRU 0210-MARCAR-ESTORNO-EXIT
               GO TO 0200-GUARDAR-EVENTO-EXIT
           END-IF.
           IF NOT WRK-CRA-EM-ABERTO
               GO TO 0200-GUARDAR-EVENTO-EXIT
           END-IF.
           IF WRK-QTD-PARCELAS >= 9999
               IF NOT WRK-PARCELAS-CHEIA
                   SET WRK-PARCELAS-CHEIA TO TRUE
                   DISPLAY 'CARNEEMI: MAIS DE 9999 PARCELAS NA '
                       'DATA - EXCEDENTES FORA DOS CARNES'
               END-IF
               GO TO 0200-GUARDAR-EVENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PARCELAS.
           SET WRK-IDX-PAR TO WRK-QTD-PARCELAS.
           MOVE WRK-CRA-CLIENTE TO WRK-PAR-CLIENTE(WRK-IDX-PAR).
           MOVE WRK-CRA-REFERENCIA
               TO WRK-PAR-REFERENCIA(WRK-IDX-PAR).
           MOVE WRK-CRA-PLANO TO WRK-PAR-PLANO(WRK-IDX-PAR).
           MOVE WRK-CRA-PARCELA TO WRK-PAR-PARCELA(WRK-IDX-PAR).
           MOVE WRK-CRA-QTD-PARCELAS TO WRK-PAR-QTD(WRK-IDX-PAR).
           MOVE WRK-CRA-VENCIMENTO
               TO WRK-PAR-VENCIMENTO(WRK-IDX-PAR).
           MOVE WRK-CRA-VALOR TO WRK-PAR-VALOR(WRK-IDX-PAR).
           MOVE 'A' TO WRK-PAR-SITUACAO(WRK-IDX-PAR).
       0200-GUARDAR-EVENTO-EXIT.
           EXIT.

       0210-MARCAR-ESTORNO.
           IF WRK-QTD-PARCELAS = ZEROS
               GO TO 0210-MARCAR-ESTORNO-EXIT
           END-IF.
           SET WRK-IDX-PAR TO 1.
           SEARCH WRK-PAR
               AT END
                   CONTINUE
               WHEN WRK-PAR-REFERENCIA(WRK-IDX-PAR)
                       = WRK-CRA-REFERENCIA
                   AND WRK-PAR-PARCELA(WRK-IDX-PAR) = WRK-CRA-PARCELA
                   AND WRK-PAR-SITUACAO(WRK-IDX-PAR) = 'A'
                   MOVE 'E' TO WRK-PAR-SITUACAO(WRK-IDX-PAR)
           END-SEARCH.
       0210-MARCAR-ESTORNO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME UMA PARCELA: NA TROCA DE REFERENCIA FECHA O  *
      * CARNE ANTERIOR (TOTAL) E ABRE O NOVO (IDENTIFICACAO);*
      * DEPOIS O CANHOTO DA PARCELA.                         *
      *----------------------------------------------------*
       0300-IMPRIMIR-PARCELA.
           IF WRK-PAR-SITUACAO(WRK-IDX-PAR) NOT = 'A'
               GO TO 0300-IMPRIMIR-PARCELA-EXIT
           END-IF.
           IF WRK-PAR-REFERENCIA(WRK-IDX-PAR)
               NOT = WRK-REFERENCIA-ATUAL
               IF WRK-REFERENCIA-ATUAL NOT = ZEROS
                   PERFORM 0320-FECHAR-CARNE
                       THRU 0320-FECHAR-CARNE-EXIT
               END-IF
               PERFORM 0310-ABRIR-CARNE THRU 0310-ABRIR-CARNE-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CORTE.
           MOVE WRK-PAR-CLIENTE(WRK-IDX-PAR) TO WRK-CAN-CLIENTE.
           MOVE WRK-PAR-REFERENCIA(WRK-IDX-PAR)
               TO WRK-CAN-REFERENCIA.
           MOVE WRK-PAR-PARCELA(WRK-IDX-PAR) TO WRK-CAN-PARCELA.
           MOVE WRK-PAR-QTD(WRK-IDX-PAR) TO WRK-CAN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-CANHOTO-1.
           MOVE WRK-PAR-VENCIMENTO(WRK-IDX-PAR) TO WRK-DATA-EDICAO.
           MOVE WRK-EDI-DIA TO WRK-CAN-DIA.
           MOVE WRK-EDI-MES TO WRK-CAN-MES.
           MOVE WRK-EDI-ANO TO WRK-CAN-ANO.
           MOVE WRK-PAR-VALOR(WRK-IDX-PAR) TO WRK-CAN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-CANHOTO-2.
           ADD WRK-PAR-VALOR(WRK-IDX-PAR) TO WRK-TOTAL-CARNE.
           ADD 1 TO WRK-QTD-CANHOTOS.
       0300-IMPRIMIR-PARCELA-EXIT.
           EXIT.

       0310-ABRIR-CARNE.
           MOVE WRK-PAR-REFERENCIA(WRK-IDX-PAR)
               TO WRK-REFERENCIA-ATUAL.
           MOVE ZEROS TO WRK-TOTAL-CARNE.
           ADD 1 TO WRK-QTD-CARNES.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-QTD-CLIENTES > ZEROS
               SET WRK-IDX-CLI TO 1
               SEARCH WRK-CLI
                   AT END
                       CONTINUE
                   WHEN WRK-CLI-CODIGO(WRK-IDX-CLI)
                           = WRK-PAR-CLIENTE(WRK-IDX-PAR)
                       MOVE WRK-CLI-NOME(WRK-IDX-CLI)
                           TO WRK-NOME-CLIENTE
               END-SEARCH
           END-IF.
           MOVE SPACES TO WRK-DESCRICAO-PLANO.
           MOVE ZEROS TO WRK-TAXA-PLANO.
           IF WRK-QTD-PLANOS > ZEROS
               SET WRK-IDX-PLA TO 1
               SEARCH WRK-PLA
                   AT END
                       CONTINUE
                   WHEN WRK-PLA-CODIGO(WRK-IDX-PLA)
                           = WRK-PAR-PLANO(WRK-IDX-PAR)
                       MOVE WRK-PLA-DESCRICAO(WRK-IDX-PLA)
                           TO WRK-DESCRICAO-PLANO
                       MOVE WRK-PLA-TAXA(WRK-IDX-PLA)
                           TO WRK-TAXA-PLANO
               END-SEARCH
           END-IF.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-TITULO.
           MOVE WRK-PAR-CLIENTE(WRK-IDX-PAR) TO WRK-CAR-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WRK-CAR-NOME.
           MOVE WRK-PAR-REFERENCIA(WRK-IDX-PAR)
               TO WRK-CAR-REFERENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-IDENT-1.
           MOVE WRK-PAR-PLANO(WRK-IDX-PAR) TO WRK-CAR-PLANO.
           MOVE WRK-DESCRICAO-PLANO TO WRK-CAR-DESCRICAO.
           MOVE WRK-TAXA-PLANO TO WRK-CAR-TAXA.
           MOVE WRK-PAR-QTD(WRK-IDX-PAR) TO WRK-CAR-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-IDENT-2.
       0310-ABRIR-CARNE-EXIT.
           EXIT.

       0320-FECHAR-CARNE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CORTE.
           MOVE WRK-TOTAL-CARNE TO WRK-TOT-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAR-TOTAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           ADD WRK-TOTAL-CARNE TO WRK-TOT-FINANCIADO.
       0320-FECHAR-CARNE-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CARNEEMI: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-QTD-PARCELAS > ZEROS
               PERFORM 0300-IMPRIMIR-PARCELA
                   THRU 0300-IMPRIMIR-PARCELA-EXIT
                   VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS
           END-IF.
           IF WRK-REFERENCIA-ATUAL NOT = ZEROS
               PERFORM 0320-FECHAR-CARNE THRU 0320-FECHAR-CARNE-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           MOVE 'CARNES EMITIDOS...............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CARNES TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'PARCELAS EMITIDAS.............' TO WRK-CNT-TITULO.
           MOVE WRK-QTD-CANHOTOS TO WRK-CNT-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'TOTAL FINANCIADO NOS CARNES...' TO WRK-VLR-TITULO.
           MOVE WRK-TOT-FINANCIADO TO WRK-VLR-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-VALOR.
           IF WRK-FS-CRA NOT = '35'
               CLOSE CRABERTO-ARQ
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CARNEEMI: ' WRK-QTD-CARNES ' CARNES, '
               WRK-QTD-CANHOTOS ' PARCELAS, ' WRK-QTD-EVENTOS
               ' EVENTOS NO CRABERTO'.
       0900-ENCERRAR-EXIT.
           EXIT.

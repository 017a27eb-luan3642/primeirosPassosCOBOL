       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICONV.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CONVERSAO (UMA UNICA VEZ) DO CADASTRO DE
      * CLIENTES (CLIMSTR) DE UM LAYOUT ANTIGO (27 BYTES:
      * CODIGO, NOME E SITUACAO; OU 37 BYTES, COM O LIMITE E A
      * SITUACAO DE CREDITO) PARA O LAYOUT CORRENTE DO
      * CLIENREG.COB (129 BYTES, COM CPF, ENDERECO E
      * TELEFONE). O LAYOUT DE ORIGEM VEM DO CARTAO CLIORIG
      * ('027' OU '037'; SEM O CARTAO, '027'). UM CLIMSTR NO
      * LAYOUT ANTIGO NAO E LIDO CORRETAMENTE PELOS PROGRAMAS
      * ATUAIS (OS REGISTROS SAIRIAM DESALINHADOS). ESTE
      * PROGRAMA LE O CADASTRO ANTIGO, COMPLETA OS CAMPOS NOVOS
      * COM O VALOR NEUTRO (LIMITE DE CREDITO ZERADO - SEM
      * LIMITE CONTROLADO - E SITUACAO DE CREDITO EM BRANCO -
      * LIBERADO -, QUANDO A ORIGEM E DE 27 BYTES; CPF, CEP E
      * TELEFONE ZERADOS, ENDERECO, CIDADE E UF EM BRANCO - A
      * SEREM INFORMADOS PELO MOVIMENTO DE ALTERACAO DO CLIMNT)
      * E GRAVA A GERACAO NOVA CLINOVO.
      *
      * PROCEDIMENTO DA CONVERSAO:
      *   1. CLICONV COM O CLIMSTR ANTIGO E O CARTAO CLIORIG
      *      -> GERA CLINOVO;
      *   2. GUARDAR O CLIMSTR ANTIGO COMO SEGURANCA;
      *   3. SUBSTITUIR O CLIMSTR PELO CLINOVO.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - ERRO NA GRAVACAO DO CLINOVO INTERROMPE A CONVERSAO COM
      *   RETORNO 8 E AVISO PARA NAO SUBSTITUIR O CLIMSTR.
      * - CONVERSAO TAMBEM A PARTIR DO LAYOUT DE 27 BYTES (SEM O
      *   LIMITE E A SITUACAO DE CREDITO), QUE PASSA A SER O
      *   PADRAO. LAYOUT DE ORIGEM ESCOLHIDO PELO CARTAO CLIORIG.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIVELHO-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT CLIV27-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT ORIGEM-ARQ ASSIGN TO 'CLIORIG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORG.

           SELECT CLINOVO-ARQ ASSIGN TO 'CLINOVO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS ANTIGOS DO CADASTRO - SO ESTE PROGRAMA AINDA
      *    OS CONHECE. O DE 37 BYTES E DE ANTES DO CPF, ENDERECO
      *    E TELEFONE.
       FD  CLIVELHO-ARQ.
       01  CNV-CLIENTE.
           05  CNV-CODIGO              PIC 9(06).
           05  CNV-NOME                PIC X(20).
           05  CNV-ATIVO               PIC X(01).
           05  CNV-LIMITE-CREDITO      PIC 9(07)V99.
           05  CNV-SITUACAO-CREDITO    PIC X(01).

      *    O DE 27 BYTES E DE ANTES DO LIMITE E DA SITUACAO DE
      *    CREDITO.
       FD  CLIV27-ARQ.
       01  CN7-CLIENTE.
           05  CN7-CODIGO              PIC 9(06).
           05  CN7-NOME                PIC X(20).
           05  CN7-ATIVO               PIC X(01).

       FD  ORIGEM-ARQ.
       01  WRK-REG-ORIGEM              PIC X(03).

       FD  CLINOVO-ARQ.
           COPY 'CLIENREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-NOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ORG                  PIC X(02) VALUE SPACES.

       77  WRK-LAYOUT-ORIGEM           PIC X(03) VALUE '027'.
           88  WRK-ORIGEM-27                       VALUE '027'.
           88  WRK-ORIGEM-37                       VALUE '037'.

       77  WRK-SW-FIM-CLI              PIC X(01) VALUE 'N'.
           88  WRK-FIM-CLI                         VALUE 'S'.
       77  WRK-SW-ERRO-GRAVACAO        PIC X(01) VALUE 'N'.
           88  WRK-ERRO-GRAVACAO                   VALUE 'S'.

       77  WRK-QTD-CONVERTIDOS          PIC 9(06) VALUE ZEROS.
       77  WRK-HASH-LIMITES             PIC 9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-LER-ORIGEM THRU 0100-LER-ORIGEM-EXIT.
           IF NOT WRK-ORIGEM-27 AND NOT WRK-ORIGEM-37
               DISPLAY 'CLICONV: LAYOUT DE ORIGEM INVALIDO NO '
                   'CARTAO CLIORIG: ' WRK-LAYOUT-ORIGEM
               DISPLAY 'CLICONV: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-ORIGEM-37
               OPEN INPUT CLIVELHO-ARQ
           ELSE
               OPEN INPUT CLIV27-ARQ
           END-IF.
           IF WRK-FS-CLI NOT = '00'
               MOVE WRK-FS-CLI TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLICONV: ERRO AO ABRIR CLIMSTR - STATUS '
                   WRK-FS-CLI ' - ' WRK-MSG-ERRO-ENCONTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLINOVO-ARQ.
           IF WRK-FS-NOV NOT = '00'
               MOVE WRK-FS-NOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLICONV: ERRO AO CRIAR CLINOVO - STATUS '
                   WRK-FS-NOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               PERFORM 0900-FECHAR-ORIGEM
                   THRU 0900-FECHAR-ORIGEM-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-ORIGEM-37
               PERFORM 0200-CONVERTER THRU 0200-CONVERTER-EXIT
                   UNTIL WRK-FIM-CLI
           ELSE
               PERFORM 0210-CONVERTER-27 THRU 0210-CONVERTER-27-EXIT
                   UNTIL WRK-FIM-CLI
           END-IF.

           CLOSE CLINOVO-ARQ.
           PERFORM 0900-FECHAR-ORIGEM THRU 0900-FECHAR-ORIGEM-EXIT.
           IF WRK-ERRO-GRAVACAO
               DISPLAY 'CLICONV: CLINOVO INCOMPLETO COM '
                   WRK-QTD-CONVERTIDOS ' CLIENTES - NAO SUBSTITUA '
                   'O CLIMSTR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'CLICONV: LAYOUT DE ORIGEM ' WRK-LAYOUT-ORIGEM
               ' BYTES'.
           DISPLAY 'CLICONV: ' WRK-QTD-CONVERTIDOS
               ' CLIENTES CONVERTIDOS EM CLINOVO, SOMA DE '
               'LIMITES ' WRK-HASH-LIMITES.
           DISPLAY 'CLICONV: GUARDE O CLIMSTR ANTIGO E SUBSTITUA '
               'CLIMSTR POR CLINOVO'.
           GOBACK.

      *----------------------------------------------------*
      * LE O CARTAO CLIORIG COM O LAYOUT DE ORIGEM DO         *
      * CADASTRO ('027' OU '037'). SEM O CARTAO, FICA O       *
      * LAYOUT DE 27 BYTES.                                   *
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
      * LE UM REGISTRO DO CADASTRO NO LAYOUT DE 37 BYTES E    *
      * GRAVA O REGISTRO NO LAYOUT CORRENTE.                  *
      *----------------------------------------------------*
       0200-CONVERTER.
           READ CLIVELHO-ARQ
               AT END
                   SET WRK-FIM-CLI TO TRUE
                   GO TO 0200-CONVERTER-EXIT
           END-READ.
           MOVE CNV-CODIGO TO WRK-CLM-CODIGO.
           MOVE CNV-NOME TO WRK-CLM-NOME.
           MOVE CNV-ATIVO TO WRK-CLM-ATIVO.
           MOVE CNV-LIMITE-CREDITO TO WRK-CLM-LIMITE-CREDITO.
           MOVE CNV-SITUACAO-CREDITO TO WRK-CLM-SITUACAO-CREDITO.
           PERFORM 0250-GRAVAR-CLIENTE THRU 0250-GRAVAR-CLIENTE-EXIT.
       0200-CONVERTER-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE UM REGISTRO DO CADASTRO NO LAYOUT DE 27 BYTES,     *
      * ZERA O LIMITE (SEM LIMITE CONTROLADO), DEIXA A        *
      * SITUACAO DE CREDITO EM BRANCO (LIBERADO) E GRAVA O    *
      * REGISTRO NO LAYOUT CORRENTE.                          *
      *----------------------------------------------------*
       0210-CONVERTER-27.
           READ CLIV27-ARQ
               AT END
                   SET WRK-FIM-CLI TO TRUE
                   GO TO 0210-CONVERTER-27-EXIT
           END-READ.
           MOVE CN7-CODIGO TO WRK-CLM-CODIGO.
           MOVE CN7-NOME TO WRK-CLM-NOME.
           MOVE CN7-ATIVO TO WRK-CLM-ATIVO.
           MOVE ZERO TO WRK-CLM-LIMITE-CREDITO.
           MOVE SPACE TO WRK-CLM-SITUACAO-CREDITO.
           PERFORM 0250-GRAVAR-CLIENTE THRU 0250-GRAVAR-CLIENTE-EXIT.
       0210-CONVERTER-27-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COMPLETA OS CAMPOS NOVOS COM O VALOR NEUTRO E GRAVA   *
      * O REGISTRO NO CLINOVO.                                *
      *----------------------------------------------------*
       0250-GRAVAR-CLIENTE.
           MOVE ZEROS TO WRK-CLM-CPF.
           MOVE SPACES TO WRK-CLM-ENDERECO.
           MOVE SPACES TO WRK-CLM-CIDADE.
           MOVE SPACES TO WRK-CLM-UF.
           MOVE ZEROS TO WRK-CLM-CEP.
           MOVE ZEROS TO WRK-CLM-TELEFONE.
           WRITE WRK-CLIENTE-CADASTRO.
           IF WRK-FS-NOV NOT = '00'
               MOVE WRK-FS-NOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLICONV: ERRO AO GRAVAR CLINOVO - STATUS '
                   WRK-FS-NOV ' - ' WRK-MSG-ERRO-ENCONTRADA
                   ' - CLIENTE ' WRK-CLM-CODIGO
               SET WRK-ERRO-GRAVACAO TO TRUE
               SET WRK-FIM-CLI TO TRUE
               GO TO 0250-GRAVAR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           ADD WRK-CLM-LIMITE-CREDITO TO WRK-HASH-LIMITES.
       0250-GRAVAR-CLIENTE-EXIT.
           EXIT.

       0900-FECHAR-ORIGEM.
           IF WRK-ORIGEM-37
               CLOSE CLIVELHO-ARQ
           ELSE
               CLOSE CLIV27-ARQ
           END-IF.
       0900-FECHAR-ORIGEM-EXIT.
           EXIT.

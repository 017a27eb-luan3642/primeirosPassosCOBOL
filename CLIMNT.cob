       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMNT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: MANUTENCAO EM LOTE DO CADASTRO DE CLIENTES
      * (CLIMSTR, VER CLIENREG.COB), ATE AQUI ALTERADO SO NA MAO
      * - O QUE DEIXOU A MESMA PESSOA CADASTRADA SOB VARIOS
      * CODIGOS, CADA UM COM O SEU SALDO NO CRABERTO E O SEU
      * LIMITE DE CREDITO. LE UM ARQUIVO DE MOVIMENTOS (CLIMOV)
      * COM INCLUSAO ('I'), ALTERACAO ('A'), DESATIVACAO ('D')
      * E UNIFICACAO ('U'), CHAVEADOS PELO CODIGO DO CLIENTE,
      * GRAVANDO TRILHA DE AUDITORIA PROPRIA (CLIMAUD) E
      * DESVIANDO OS MOVIMENTOS INVALIDOS PARA UM ARQUIVO DE
      * REJEITADOS (CLIMREJ) COM O MOTIVO, NOS MOLDES DO EMPMNT.
      * O MOVIMENTO DE INCLUSAO E DE ALTERACAO TRAZ O REGISTRO
      * INTEIRO (NOME, SITUACAO, LIMITE E SITUACAO DE CREDITO,
      * CPF, ENDERECO E TELEFONE).
      *
      * DUPLICIDADE: A INCLUSAO E RECUSADA QUANDO O CPF
      * INFORMADO JA ESTA EM OUTRO CLIENTE (ATIVO OU NAO) OU
      * QUANDO O NOME NORMALIZADO COINCIDE COM O DE OUTRO
      * CLIENTE. O NOME NORMALIZADO E O PRIMEIRO NOME MAIS A
      * ULTIMA PALAVRA DO RESTANTE, EM MAIUSCULAS, SEPARADOS NO
      * PRIMEIRO ESPACO COMO NO VARIAVEIS ("MARIA DA SILVA" E
      * "maria silva" DAO A MESMA CHAVE). HOMONIMO DE VERDADE
      * ENTRA COM O INDICADOR DE CONFIRMACAO 'S' NO MOVIMENTO
      * (SO VALE PARA O NOME; CPF REPETIDO NAO ENTRA NUNCA). NA
      * CARGA, OS CLIENTES ATIVOS QUE JA ESTAO DUPLICADOS NO
      * CADASTRO SAO APONTADOS NO CONSOLE, PARA A UNIFICACAO.
      *
      * UNIFICACAO: O CODIGO DO MOVIMENTO (DUPLICADO) E
      * DESATIVADO E OS SEUS ITENS DO CRABERTO PASSAM PARA O
      * CODIGO SOBREVIVENTE (ATIVO), INFORMADO NO MOVIMENTO. O
      * BLOQUEIO DE CREDITO DO DUPLICADO PASSA PARA O
      * SOBREVIVENTE; O LIMITE DO SOBREVIVENTE NAO MUDA.
      *
      * O CADASTRO E LIDO INTEIRO PARA A MEMORIA E GRAVADO NA
      * GERACAO NOVA CLINOVO; HAVENDO UNIFICACAO, O CRABERTO E
      * COPIADO NA GERACAO NOVA CRFUSAO COM OS ITENS JA NO
      * CODIGO SOBREVIVENTE. RODAR FORA DO FECHAMENTO DO DIA,
      * DEPOIS DE SUBSTITUIDO O CRABERTO PELO CRNOVO DO
      * CRRECEB. ERRO DE ABERTURA OU CADASTRO MAIOR QUE A
      * TABELA TERMINAM COM RETURN-CODE 8, SEM GERACAO NOVA.
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
           SELECT MOVIMENTO-ARQ ASSIGN TO 'CLIMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CLI.

           SELECT CLINOVO-ARQ ASSIGN TO 'CLINOVO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-NOV.

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT CRFUSAO-ARQ ASSIGN TO 'CRFUSAO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRF.

           SELECT MOVAUD-ARQ ASSIGN TO 'CLIMAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAU.

           SELECT MOVREJ-ARQ ASSIGN TO 'CLIMREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01  WRK-REG-MOVIMENTO.
           05  MOV-TIPO                PIC X(01).
               88  MOV-INCLUSAO                   VALUE 'I'.
               88  MOV-ALTERACAO                  VALUE 'A'.
               88  MOV-DESATIVACAO                VALUE 'D'.
               88  MOV-UNIFICACAO                 VALUE 'U'.
           05  MOV-CODIGO              PIC 9(06).
           05  MOV-NOME                PIC X(20).
           05  MOV-SITUACAO            PIC X(01).
           05  MOV-LIMITE-CREDITO      PIC 9(07)V99.
           05  MOV-SITUACAO-CREDITO    PIC X(01).
           05  MOV-CPF                 PIC 9(11).
           05  MOV-ENDERECO            PIC X(40).
           05  MOV-CIDADE              PIC X(20).
           05  MOV-UF                  PIC X(02).
           05  MOV-CEP                 PIC 9(08).
           05  MOV-TELEFONE            PIC 9(11).
      *    UNIFICACAO: CODIGO QUE FICA COM OS ITENS DO DUPLICADO.
           05  MOV-CODIGO-DESTINO      PIC 9(06).
      *    INCLUSAO: 'S' CONFIRMA O HOMONIMO (NOME NORMALIZADO
      *    IGUAL AO DE OUTRO CLIENTE, MAS PESSOA DIFERENTE).
           05  MOV-CONFIRMA-HOMONIMO   PIC X(01).
               88  MOV-HOMONIMO-CONFIRMADO        VALUE 'S'.

      *    CLIENREG.COB (LIDO PARA A AREA DA WORKING-STORAGE).
       FD  CLIENTE-ARQ.
       01  WRK-REG-CLIMSTR             PIC X(129).

       FD  CLINOVO-ARQ.
       01  WRK-REG-CLINOVO             PIC X(129).

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

       FD  CRFUSAO-ARQ.
       01  WRK-REG-CRFUSAO             PIC X(46).

       FD  MOVAUD-ARQ.
       01  WRK-REG-MOVAUD.
           05  MAU-TIPO                PIC X(01).
           05  MAU-CODIGO              PIC 9(06).
           05  MAU-NOME                PIC X(20).
           05  MAU-SITUACAO-ANT        PIC X(01).
           05  MAU-SITUACAO-NOV        PIC X(01).
           05  MAU-CPF-ANT             PIC 9(11).
           05  MAU-CPF-NOV             PIC 9(11).
           05  MAU-LIMITE-ANT          PIC 9(07)V99.
           05  MAU-LIMITE-NOV          PIC 9(07)V99.
           05  MAU-CODIGO-DESTINO      PIC 9(06).
           05  MAU-DATA-PROCESSO.
               10  MAU-ANO             PIC 9(04).
               10  MAU-MES             PIC 9(02).
               10  MAU-DIA             PIC 9(02).

       FD  MOVREJ-ARQ.
       01  WRK-REG-MOVREJ.
           05  REJ-TIPO                PIC X(01).
           05  REJ-CODIGO              PIC 9(06).
           05  REJ-NOME                PIC X(20).
           05  REJ-CPF                 PIC 9(11).
           05  REJ-CODIGO-DESTINO      PIC 9(06).
      *    CLIENTE JA CADASTRADO QUE CAUSOU A RECUSA POR
      *    DUPLICIDADE (ZERO NAS DEMAIS RECUSAS).
           05  REJ-CODIGO-EXISTENTE    PIC 9(06).
           05  REJ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'CLIENREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-MOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-NOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.

      *    CADASTRO INTEIRO EM MEMORIA. CODIGO, CPF, SITUACAO E
      *    NOME NORMALIZADO FICAM FORA DO REGISTRO PARA AS
      *    PESQUISAS; SAO REFEITOS A CADA GRAVACAO NA TABELA
      *    (0780-GUARDAR-CLIENTE).
       77  WRK-QTD-CLIENTES            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-CLIENTES
                   INDEXED BY WRK-IDX-CLI WRK-IDX-OUT.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-CPF          PIC 9(11).
               10  WRK-CLI-ATIVO        PIC X(01).
               10  WRK-CLI-CHAVE-NOME   PIC X(40).
               10  WRK-CLI-REGISTRO     PIC X(129).
       77  WRK-IDX-DESTINO             PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-EXISTENTE        PIC 9(06) VALUE ZEROS.

      *    UNIFICACOES APLICADAS: CODIGO DUPLICADO, CODIGO
      *    SOBREVIVENTE E O QUE FOI TRANSFERIDO DO CRABERTO.
       77  WRK-QTD-FUSOES              PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FUSOES.
           05  WRK-FUS OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-FUSOES
                   INDEXED BY WRK-IDX-FUS.
               10  WRK-FUS-ORIGEM       PIC 9(06).
               10  WRK-FUS-DESTINO      PIC 9(06).
               10  WRK-FUS-QTD-ITENS    PIC 9(05).
               10  WRK-FUS-SALDO        PIC S9(09)V99.

      *    NORMALIZACAO DO NOME: PRIMEIRO NOME E RESTANTE
      *    SEPARADOS NO PRIMEIRO ESPACO (MESMA REGRA DO
      *    VARIAVEIS), E A ULTIMA PALAVRA DO RESTANTE.
       77  WRK-NOME-NORMAL             PIC X(20) VALUE SPACES.
       77  WRK-NOME-AUX                PIC X(20) VALUE SPACES.
       77  WRK-PRIMEIRO-NOME           PIC X(20) VALUE SPACES.
       77  WRK-ULTIMO-NOME             PIC X(20) VALUE SPACES.
       01  WRK-CHAVE-NOME.
           05  WRK-CHV-PRIMEIRO         PIC X(20).
           05  WRK-CHV-ULTIMO           PIC X(20).
       77  WRK-POS-INICIO              PIC 9(02) COMP VALUE ZEROS.
       77  WRK-POS-ESPACO              PIC 9(02) COMP VALUE ZEROS.
       77  WRK-POS-FIM                 PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX                     PIC 9(02) COMP VALUE ZEROS.

      *    CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF (MODULO
      *    11), A MESMA DO EMPMNT.
       01  WRK-DOC-NUMERO               PIC 9(11).
       01  WRK-DOC-DIGITOS REDEFINES WRK-DOC-NUMERO.
           05  WRK-DOC-DIGITO           PIC 9(01) OCCURS 11 TIMES.
       77  WRK-DOC-IDX                  PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-PESO-BASE            PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-SOMA                 PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-RESTO                PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-DV                   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-DOC-VALIDO            PIC X(01) VALUE 'S'.
           88  WRK-DOC-VALIDO                     VALUE 'S'.
           88  WRK-DOC-INVALIDO                   VALUE 'N'.

       77  WRK-SW-FIM-MOV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOV                        VALUE 'S'.
       77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO                    VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FALHA                PIC X(01) VALUE 'N'.
           88  WRK-FALHA                          VALUE 'S'.
       77  WRK-SW-MOVIMENTO            PIC X(01) VALUE 'S'.
           88  WRK-MOVIMENTO-VALIDO               VALUE 'S'.
           88  WRK-MOVIMENTO-INVALIDO             VALUE 'N'.
       77  WRK-SW-CLI-ACHADO           PIC X(01) VALUE 'N'.
           88  WRK-CLI-ACHADO                     VALUE 'S'.
       77  WRK-SW-CRFUSAO              PIC X(01) VALUE 'N'.
           88  WRK-CRFUSAO-GRAVADO                VALUE 'S'.

       77  WRK-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
       77  WRK-SITUACAO-ANTERIOR       PIC X(01) VALUE SPACES.
       77  WRK-CPF-ANTERIOR            PIC 9(11) VALUE ZEROS.
       77  WRK-LIMITE-ANTERIOR         PIC 9(07)V99 VALUE ZEROS.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

       77  WRK-QTD-INCLUIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DESATIVADOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-UNIFICADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SUSPEITOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ITENS-CRA            PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ITENS-MOVIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-EDITADO            PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0160-CONFERIR-CADASTRO
                   THRU 0160-CONFERIR-CADASTRO-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-MOV
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE O ARQUIVO DE MOVIMENTOS, CARREGA O CADASTRO NA  *
      * TABELA E ABRE OS ARQUIVOS DE AUDITORIA E DE          *
      * REJEITADOS. SEM O CLIMSTR (PRIMEIRA CARGA), O        *
      * CADASTRO COMECA VAZIO.                               *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT MOVIMENTO-ARQ.
           IF WRK-FS-MOV NOT = '00'
               MOVE WRK-FS-MOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLIMNT: ERRO AO ABRIR CLIMOV - STATUS '
                   WRK-FS-MOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           PERFORM 0150-CARREGAR-CLIENTES
               THRU 0150-CARREGAR-CLIENTES-EXIT.
           IF WRK-FALHA
               CLOSE MOVIMENTO-ARQ
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN EXTEND MOVAUD-ARQ.
           IF WRK-FS-MAU NOT = '00'
               CLOSE MOVAUD-ARQ
               OPEN OUTPUT MOVAUD-ARQ
           END-IF.
           OPEN OUTPUT MOVREJ-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE CLIENTES NA TABELA, COM O NOME *
      * NORMALIZADO DE CADA UM. CADASTRO MAIOR QUE A TABELA  *
      * IMPEDE A EXECUCAO: A GERACAO NOVA SAIRIA INCOMPLETA. *
      *----------------------------------------------------*
       0150-CARREGAR-CLIENTES.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           OPEN INPUT CLIENTE-ARQ.
           IF WRK-FS-CLI = '35'
               DISPLAY 'CLIMNT: CLIMSTR AUSENTE - CADASTRO INICIADO '
                   'VAZIO'
               GO TO 0150-CARREGAR-CLIENTES-EXIT
           END-IF.
           IF WRK-FS-CLI NOT = '00'
               MOVE WRK-FS-CLI TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLIMNT: ERRO AO ABRIR CLIMSTR - STATUS '
                   WRK-FS-CLI ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
               GO TO 0150-CARREGAR-CLIENTES-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           PERFORM 0155-LER-CLIENTE THRU 0155-LER-CLIENTE-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CLIENTE-ARQ.
       0150-CARREGAR-CLIENTES-EXIT.
           EXIT.

       0155-LER-CLIENTE.
           READ CLIENTE-ARQ INTO WRK-CLIENTE-CADASTRO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0155-LER-CLIENTE-EXIT
           END-READ.
           IF WRK-QTD-CLIENTES >= 5000
               DISPLAY 'CLIMNT: CLIMSTR TEM MAIS DE 5000 CLIENTES - '
                   'CADASTRO NAO PROCESSADO'
               SET WRK-FALHA TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0155-LER-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CLIENTES.
           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES.
           PERFORM 0780-GUARDAR-CLIENTE
               THRU 0780-GUARDAR-CLIENTE-EXIT.
       0155-LER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * APONTA NO CONSOLE OS CLIENTES ATIVOS JA DUPLICADOS   *
      * NO CADASTRO (MESMO CPF OU MESMO NOME NORMALIZADO),   *
      * PARA O MOVIMENTO DE UNIFICACAO. SO APONTA, NAO MEXE. *
      *----------------------------------------------------*
       0160-CONFERIR-CADASTRO.
           IF WRK-QTD-CLIENTES < 2
               GO TO 0160-CONFERIR-CADASTRO-EXIT
           END-IF.
           PERFORM 0161-CONFERIR-CLIENTE
               THRU 0161-CONFERIR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 2 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES.
           IF WRK-QTD-SUSPEITOS > ZEROS
               DISPLAY 'CLIMNT: ' WRK-QTD-SUSPEITOS ' POSSIVEIS '
                   'DUPLICIDADES NO CADASTRO - VER UNIFICACAO'
           END-IF.
       0160-CONFERIR-CADASTRO-EXIT.
           EXIT.

       0161-CONFERIR-CLIENTE.
           IF WRK-CLI-ATIVO(WRK-IDX-CLI) NOT = 'A'
               GO TO 0161-CONFERIR-CLIENTE-EXIT
           END-IF.
           PERFORM 0162-COMPARAR-CLIENTE
               THRU 0162-COMPARAR-CLIENTE-EXIT
               VARYING WRK-IDX-OUT FROM 1 BY 1
               UNTIL WRK-IDX-OUT >= WRK-IDX-CLI.
       0161-CONFERIR-CLIENTE-EXIT.
           EXIT.

       0162-COMPARAR-CLIENTE.
           IF WRK-CLI-ATIVO(WRK-IDX-OUT) NOT = 'A'
               GO TO 0162-COMPARAR-CLIENTE-EXIT
           END-IF.
           IF WRK-CLI-CPF(WRK-IDX-CLI) NOT = ZEROS
               AND WRK-CLI-CPF(WRK-IDX-CLI) = WRK-CLI-CPF(WRK-IDX-OUT)
               ADD 1 TO WRK-QTD-SUSPEITOS
               DISPLAY 'CLIMNT: CLIENTES ' WRK-CLI-CODIGO(WRK-IDX-OUT)
                   ' E ' WRK-CLI-CODIGO(WRK-IDX-CLI)
                   ' COM O MESMO CPF'
               GO TO 0162-COMPARAR-CLIENTE-EXIT
           END-IF.
           IF WRK-CLI-CHAVE-NOME(WRK-IDX-CLI) NOT = SPACES
               AND WRK-CLI-CHAVE-NOME(WRK-IDX-CLI)
                   = WRK-CLI-CHAVE-NOME(WRK-IDX-OUT)
               ADD 1 TO WRK-QTD-SUSPEITOS
               DISPLAY 'CLIMNT: CLIENTES ' WRK-CLI-CODIGO(WRK-IDX-OUT)
                   ' E ' WRK-CLI-CODIGO(WRK-IDX-CLI)
                   ' COM O MESMO NOME NORMALIZADO'
           END-IF.
       0162-COMPARAR-CLIENTE-EXIT.
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

      *----------------------------------------------------*
      * TRADUZ O CODIGO EM WRK-FS-CONSULTADO NA SUA          *
      * DESCRICAO, EM WRK-MSG-ERRO-ENCONTRADA. SE O CODIGO    *
      * NAO ESTIVER NA TABELA, DEVOLVE UMA MENSAGEM GENERICA. *
      *----------------------------------------------------*
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
      * LE O PROXIMO MOVIMENTO, LOCALIZA O CLIENTE NA TABELA *
      * E DESPACHA PARA A ROTINA DO TIPO DE MOVIMENTO.       *
      * MOVIMENTO COM TIPO DESCONHECIDO VAI DIRETO PARA O    *
      * ARQUIVO DE REJEITADOS.                               *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ MOVIMENTO-ARQ
               AT END
                   SET WRK-FIM-MOV TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           SET WRK-MOVIMENTO-VALIDO TO TRUE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           MOVE ZEROS TO WRK-CODIGO-EXISTENTE.

           IF MOV-CODIGO = ZEROS
               MOVE 'CODIGO DO CLIENTE ZERADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           PERFORM 0250-LOCALIZAR-CLIENTE
               THRU 0250-LOCALIZAR-CLIENTE-EXIT.

           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 0300-INCLUIR THRU 0300-INCLUIR-EXIT
               WHEN MOV-ALTERACAO
                   PERFORM 0400-ALTERAR THRU 0400-ALTERAR-EXIT
               WHEN MOV-DESATIVACAO
                   PERFORM 0500-DESATIVAR THRU 0500-DESATIVAR-EXIT
               WHEN MOV-UNIFICACAO
                   PERFORM 0600-UNIFICAR THRU 0600-UNIFICAR-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
           END-EVALUATE.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCURA O CODIGO DO MOVIMENTO NA TABELA. ACHANDO,    *
      * DEIXA O INDICE NA LINHA E O REGISTRO NA AREA DO      *
      * CLIENREG.COB.                                        *
      *----------------------------------------------------*
       0250-LOCALIZAR-CLIENTE.
           SET WRK-SW-CLI-ACHADO TO 'N'.
           IF WRK-QTD-CLIENTES = ZEROS
               GO TO 0250-LOCALIZAR-CLIENTE-EXIT
           END-IF.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   CONTINUE
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = MOV-CODIGO
                   SET WRK-CLI-ACHADO TO TRUE
                   MOVE WRK-CLI-REGISTRO(WRK-IDX-CLI)
                       TO WRK-CLIENTE-CADASTRO
           END-SEARCH.
       0250-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * INCLUSAO: O CODIGO NAO PODE EXISTIR, OS CAMPOS SAO   *
      * VALIDADOS E A PESSOA NAO PODE JA ESTAR CADASTRADA    *
      * (CPF OU NOME NORMALIZADO) SOB OUTRO CODIGO.          *
      *----------------------------------------------------*
       0300-INCLUIR.
           IF WRK-CLI-ACHADO
               MOVE 'CODIGO JA CADASTRADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           PERFORM 0700-VALIDAR-CAMPOS THRU 0700-VALIDAR-CAMPOS-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           PERFORM 0310-CONFERIR-CPF THRU 0310-CONFERIR-CPF-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           PERFORM 0320-CONFERIR-NOME THRU 0320-CONFERIR-NOME-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           IF WRK-QTD-CLIENTES >= 5000
               MOVE 'CADASTRO DE CLIENTES CHEIO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.

           MOVE MOV-CODIGO TO WRK-CLM-CODIGO.
           PERFORM 0710-MOVER-CAMPOS THRU 0710-MOVER-CAMPOS-EXIT.
           ADD 1 TO WRK-QTD-CLIENTES.
           SET WRK-IDX-CLI TO WRK-QTD-CLIENTES.
           PERFORM 0780-GUARDAR-CLIENTE
               THRU 0780-GUARDAR-CLIENTE-EXIT.

           MOVE SPACES TO WRK-SITUACAO-ANTERIOR.
           MOVE ZEROS TO WRK-CPF-ANTERIOR.
           MOVE ZEROS TO WRK-LIMITE-ANTERIOR.
           MOVE ZEROS TO MAU-CODIGO-DESTINO.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-INCLUIDOS.
       0300-INCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CPF INFORMADO NAO PODE ESTAR EM OUTRO CLIENTE, ATIVO *
      * OU NAO (O INATIVO SE REATIVA PELA ALTERACAO).        *
      *----------------------------------------------------*
       0310-CONFERIR-CPF.
           IF MOV-CPF = ZEROS OR WRK-QTD-CLIENTES = ZEROS
               GO TO 0310-CONFERIR-CPF-EXIT
           END-IF.
           SET WRK-IDX-OUT TO 1.
           SEARCH WRK-CLI VARYING WRK-IDX-OUT
               AT END
                   CONTINUE
               WHEN WRK-CLI-CPF(WRK-IDX-OUT) = MOV-CPF
                   AND WRK-CLI-CODIGO(WRK-IDX-OUT) NOT = MOV-CODIGO
                   MOVE 'CPF JA CADASTRADO' TO WRK-MOTIVO-REJEICAO
                   MOVE WRK-CLI-CODIGO(WRK-IDX-OUT)
                       TO WRK-CODIGO-EXISTENTE
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
           END-SEARCH.
       0310-CONFERIR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------*
      * NOME NORMALIZADO IGUAL AO DE OUTRO CLIENTE RECUSA A  *
      * INCLUSAO, SALVO HOMONIMO CONFIRMADO NO MOVIMENTO.    *
      *----------------------------------------------------*
       0320-CONFERIR-NOME.
           IF MOV-HOMONIMO-CONFIRMADO OR WRK-QTD-CLIENTES = ZEROS
               GO TO 0320-CONFERIR-NOME-EXIT
           END-IF.
           MOVE MOV-NOME TO WRK-NOME-NORMAL.
           PERFORM 0750-MONTAR-CHAVE-NOME
               THRU 0750-MONTAR-CHAVE-NOME-EXIT.
           SET WRK-IDX-OUT TO 1.
           SEARCH WRK-CLI VARYING WRK-IDX-OUT
               AT END
                   CONTINUE
               WHEN WRK-CLI-CHAVE-NOME(WRK-IDX-OUT) = WRK-CHAVE-NOME
                   MOVE 'POSSIVEL DUPLICIDADE PELO NOME'
                       TO WRK-MOTIVO-REJEICAO
                   MOVE WRK-CLI-CODIGO(WRK-IDX-OUT)
                       TO WRK-CODIGO-EXISTENTE
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
           END-SEARCH.
       0320-CONFERIR-NOME-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ALTERACAO: O CODIGO PRECISA EXISTIR, E O REGISTRO    *
      * INTEIRO E SUBSTITUIDO PELOS CAMPOS DO MOVIMENTO,     *
      * DEPOIS DA MESMA VALIDACAO DA INCLUSAO. O CPF NOVO    *
      * TAMBEM NAO PODE SER DE OUTRO CLIENTE.                *
      *----------------------------------------------------*
       0400-ALTERAR.
           IF NOT WRK-CLI-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
           PERFORM 0700-VALIDAR-CAMPOS THRU 0700-VALIDAR-CAMPOS-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
           PERFORM 0310-CONFERIR-CPF THRU 0310-CONFERIR-CPF-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.

           MOVE WRK-CLM-ATIVO TO WRK-SITUACAO-ANTERIOR.
           MOVE WRK-CLM-CPF TO WRK-CPF-ANTERIOR.
           MOVE WRK-CLM-LIMITE-CREDITO TO WRK-LIMITE-ANTERIOR.
           PERFORM 0710-MOVER-CAMPOS THRU 0710-MOVER-CAMPOS-EXIT.
           PERFORM 0780-GUARDAR-CLIENTE
               THRU 0780-GUARDAR-CLIENTE-EXIT.
           MOVE ZEROS TO MAU-CODIGO-DESTINO.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-ALTERADOS.
       0400-ALTERAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DESATIVACAO: O CODIGO PRECISA EXISTIR E ESTAR ATIVO; *
      * O MOVIMENTO SO MUDA A SITUACAO PARA INATIVO (O SALDO *
      * EM ABERTO CONTINUA NO CRABERTO).                     *
      *----------------------------------------------------*
       0500-DESATIVAR.
           IF NOT WRK-CLI-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0500-DESATIVAR-EXIT
           END-IF.
           IF WRK-CLM-ATIVO NOT = 'A'
               MOVE 'CLIENTE JA INATIVO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0500-DESATIVAR-EXIT
           END-IF.
           MOVE WRK-CLM-ATIVO TO WRK-SITUACAO-ANTERIOR.
           MOVE WRK-CLM-CPF TO WRK-CPF-ANTERIOR.
           MOVE WRK-CLM-LIMITE-CREDITO TO WRK-LIMITE-ANTERIOR.
           MOVE 'I' TO WRK-CLM-ATIVO.
           PERFORM 0780-GUARDAR-CLIENTE
               THRU 0780-GUARDAR-CLIENTE-EXIT.
           MOVE ZEROS TO MAU-CODIGO-DESTINO.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-DESATIVADOS.
       0500-DESATIVAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UNIFICACAO: O DUPLICADO (CODIGO DO MOVIMENTO) E O    *
      * SOBREVIVENTE (CODIGO DESTINO) PRECISAM EXISTIR E SER *
      * DIFERENTES, E O SOBREVIVENTE PRECISA ESTAR ATIVO. O  *
      * DUPLICADO E DESATIVADO E FICA ANOTADO PARA A         *
      * TRANSFERENCIA DOS ITENS DO CRABERTO NO ENCERRAMENTO. *
      * UNIFICACAO ANTERIOR QUE APONTAVA PARA O DUPLICADO    *
      * PASSA A APONTAR PARA O SOBREVIVENTE.                 *
      *----------------------------------------------------*
       0600-UNIFICAR.
           IF NOT WRK-CLI-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0600-UNIFICAR-EXIT
           END-IF.
           IF MOV-CODIGO-DESTINO = ZEROS
               OR MOV-CODIGO-DESTINO = MOV-CODIGO
               MOVE 'CODIGO SOBREVIVENTE INVALIDO'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0600-UNIFICAR-EXIT
           END-IF.
           IF WRK-QTD-FUSOES > ZEROS
               SET WRK-IDX-FUS TO 1
               SEARCH WRK-FUS
                   AT END
                       CONTINUE
                   WHEN WRK-FUS-ORIGEM(WRK-IDX-FUS) = MOV-CODIGO
                       MOVE 'CLIENTE JA UNIFICADO NO LOTE'
                           TO WRK-MOTIVO-REJEICAO
               END-SEARCH
               IF WRK-MOTIVO-REJEICAO NOT = SPACES
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
                   GO TO 0600-UNIFICAR-EXIT
               END-IF
           END-IF.
           IF WRK-QTD-FUSOES >= 500
               MOVE 'LIMITE DE UNIFICACOES NO LOTE'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0600-UNIFICAR-EXIT
           END-IF.
           SET WRK-IDX-OUT TO 1.
           SEARCH WRK-CLI VARYING WRK-IDX-OUT
               AT END
                   MOVE 'SOBREVIVENTE NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CLI-CODIGO(WRK-IDX-OUT) = MOV-CODIGO-DESTINO
                   IF WRK-CLI-ATIVO(WRK-IDX-OUT) NOT = 'A'
                       MOVE 'SOBREVIVENTE INATIVO'
                           TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-SEARCH.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0600-UNIFICAR-EXIT
           END-IF.

      *    BLOQUEIO DE CREDITO DO DUPLICADO VAI PARA O
      *    SOBREVIVENTE, SENAO A DIVIDA TROCARIA DE CODIGO E O
      *    CLIENTE VOLTARIA A COMPRAR A PRAZO.
           IF WRK-CLM-CREDITO-BLOQUEADO
               MOVE WRK-CLI-REGISTRO(WRK-IDX-OUT)
                   TO WRK-CLIENTE-CADASTRO
               IF NOT WRK-CLM-CREDITO-BLOQUEADO
                   SET WRK-CLM-CREDITO-BLOQUEADO TO TRUE
                   SET WRK-IDX-DESTINO TO WRK-IDX-CLI
                   SET WRK-IDX-CLI TO WRK-IDX-OUT
                   PERFORM 0780-GUARDAR-CLIENTE
                       THRU 0780-GUARDAR-CLIENTE-EXIT
                   SET WRK-IDX-CLI TO WRK-IDX-DESTINO
                   DISPLAY 'CLIMNT: CLIENTE ' MOV-CODIGO-DESTINO
                       ' BLOQUEADO PARA CREDITO, COMO O DUPLICADO '
                       MOV-CODIGO
               END-IF
               MOVE WRK-CLI-REGISTRO(WRK-IDX-CLI)
                   TO WRK-CLIENTE-CADASTRO
           END-IF.

           MOVE WRK-CLM-ATIVO TO WRK-SITUACAO-ANTERIOR.
           MOVE WRK-CLM-CPF TO WRK-CPF-ANTERIOR.
           MOVE WRK-CLM-LIMITE-CREDITO TO WRK-LIMITE-ANTERIOR.
           MOVE 'I' TO WRK-CLM-ATIVO.
           PERFORM 0780-GUARDAR-CLIENTE
               THRU 0780-GUARDAR-CLIENTE-EXIT.

           IF WRK-QTD-FUSOES > ZEROS
               PERFORM 0610-REAPONTAR-FUSAO
                   THRU 0610-REAPONTAR-FUSAO-EXIT
                   VARYING WRK-IDX-FUS FROM 1 BY 1
                   UNTIL WRK-IDX-FUS > WRK-QTD-FUSOES
           END-IF.
           ADD 1 TO WRK-QTD-FUSOES.
           SET WRK-IDX-FUS TO WRK-QTD-FUSOES.
           MOVE MOV-CODIGO TO WRK-FUS-ORIGEM(WRK-IDX-FUS).
           MOVE MOV-CODIGO-DESTINO TO WRK-FUS-DESTINO(WRK-IDX-FUS).
           MOVE ZEROS TO WRK-FUS-QTD-ITENS(WRK-IDX-FUS).
           MOVE ZEROS TO WRK-FUS-SALDO(WRK-IDX-FUS).

           MOVE MOV-CODIGO-DESTINO TO MAU-CODIGO-DESTINO.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-UNIFICADOS.
       0600-UNIFICAR-EXIT.
           EXIT.

       0610-REAPONTAR-FUSAO.
           IF WRK-FUS-DESTINO(WRK-IDX-FUS) = MOV-CODIGO
               MOVE MOV-CODIGO-DESTINO TO WRK-FUS-DESTINO(WRK-IDX-FUS)
           END-IF.
       0610-REAPONTAR-FUSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA OS CAMPOS DO MOVIMENTO CONTRA O LAYOUT DO     *
      * CADASTRO: NOME INFORMADO, SITUACAO 'A'/'I', SITUACAO *
      * DE CREDITO ' '/'L'/'B' E DIGITOS DO CPF, QUANDO      *
      * INFORMADO. O PRIMEIRO ERRO DEFINE O MOTIVO.          *
      *----------------------------------------------------*
       0700-VALIDAR-CAMPOS.
           IF MOV-NOME = SPACES
               MOVE 'NOME NAO INFORMADO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-SITUACAO NOT = 'A' AND MOV-SITUACAO NOT = 'I'
               MOVE 'SITUACAO INVALIDA' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-SITUACAO-CREDITO NOT = SPACE
               AND MOV-SITUACAO-CREDITO NOT = 'L'
               AND MOV-SITUACAO-CREDITO NOT = 'B'
               MOVE 'SITUACAO DE CREDITO INVALIDA'
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-LIMITE-CREDITO NOT NUMERIC
               MOVE 'LIMITE DE CREDITO INVALIDO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-CPF NOT NUMERIC
               MOVE 'CPF INVALIDO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-CPF NOT = ZEROS
               PERFORM 0730-VALIDAR-CPF THRU 0730-VALIDAR-CPF-EXIT
               IF WRK-DOC-INVALIDO
                   MOVE 'CPF INVALIDO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           IF MOV-CEP NOT NUMERIC OR MOV-TELEFONE NOT NUMERIC
               MOVE 'CEP OU TELEFONE INVALIDO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
           END-IF.
       0700-VALIDAR-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COPIA OS CAMPOS DO MOVIMENTO PARA O REGISTRO DO      *
      * CADASTRO (INCLUSAO E ALTERACAO).                     *
      *----------------------------------------------------*
       0710-MOVER-CAMPOS.
           MOVE MOV-NOME             TO WRK-CLM-NOME.
           MOVE MOV-SITUACAO         TO WRK-CLM-ATIVO.
           MOVE MOV-LIMITE-CREDITO   TO WRK-CLM-LIMITE-CREDITO.
           MOVE MOV-SITUACAO-CREDITO TO WRK-CLM-SITUACAO-CREDITO.
           MOVE MOV-CPF              TO WRK-CLM-CPF.
           MOVE MOV-ENDERECO         TO WRK-CLM-ENDERECO.
           MOVE MOV-CIDADE           TO WRK-CLM-CIDADE.
           MOVE MOV-UF               TO WRK-CLM-UF.
           MOVE MOV-CEP              TO WRK-CLM-CEP.
           MOVE MOV-TELEFONE         TO WRK-CLM-TELEFONE.
       0710-MOVER-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF: O 1O   *
      * SOBRE OS 9 PRIMEIROS DIGITOS (PESOS 10 A 2), O 2O    *
      * SOBRE OS 10 PRIMEIROS (PESOS 11 A 2). RESTO DA SOMA  *
      * POR 11 MENOR QUE 2 DA DIGITO ZERO; SENAO, 11 MENOS   *
      * O RESTO.                                             *
      *----------------------------------------------------*
       0730-VALIDAR-CPF.
           SET WRK-DOC-VALIDO TO TRUE.
           MOVE MOV-CPF TO WRK-DOC-NUMERO.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 11 TO WRK-DOC-PESO-BASE.
           PERFORM 0731-SOMAR-CPF THRU 0731-SOMAR-CPF-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > 9.
           PERFORM 0735-CALCULAR-DV-CPF
               THRU 0735-CALCULAR-DV-CPF-EXIT.
           IF WRK-DOC-DV NOT = WRK-DOC-DIGITO(10)
               SET WRK-DOC-INVALIDO TO TRUE
               GO TO 0730-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 12 TO WRK-DOC-PESO-BASE.
           PERFORM 0731-SOMAR-CPF THRU 0731-SOMAR-CPF-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > 10.
           PERFORM 0735-CALCULAR-DV-CPF
               THRU 0735-CALCULAR-DV-CPF-EXIT.
           IF WRK-DOC-DV NOT = WRK-DOC-DIGITO(11)
               SET WRK-DOC-INVALIDO TO TRUE
           END-IF.
       0730-VALIDAR-CPF-EXIT.
           EXIT.

       0731-SOMAR-CPF.
           COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
               + WRK-DOC-DIGITO(WRK-DOC-IDX)
               * (WRK-DOC-PESO-BASE - WRK-DOC-IDX).
       0731-SOMAR-CPF-EXIT.
           EXIT.

       0735-CALCULAR-DV-CPF.
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOCIENTE
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO < 2
               MOVE ZEROS TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.
       0735-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA O NOME NORMALIZADO DE WRK-NOME-NORMAL EM        *
      * WRK-CHAVE-NOME: MAIUSCULAS, SEM ESPACOS A ESQUERDA,  *
      * PRIMEIRO NOME E ULTIMA PALAVRA DO RESTANTE. NOME EM  *
      * BRANCO DA CHAVE EM BRANCO.                           *
      *----------------------------------------------------*
       0750-MONTAR-CHAVE-NOME.
           MOVE SPACES TO WRK-CHAVE-NOME.
           INSPECT WRK-NOME-NORMAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZEROS TO WRK-POS-INICIO.
           PERFORM 0751-PROCURAR-INICIO THRU 0751-PROCURAR-INICIO-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 20 OR WRK-POS-INICIO NOT = ZEROS.
           IF WRK-POS-INICIO = ZEROS
               GO TO 0750-MONTAR-CHAVE-NOME-EXIT
           END-IF.
           IF WRK-POS-INICIO > 1
               MOVE WRK-NOME-NORMAL(WRK-POS-INICIO:21 - WRK-POS-INICIO)
                   TO WRK-NOME-AUX
               MOVE WRK-NOME-AUX TO WRK-NOME-NORMAL
           END-IF.
           PERFORM 0755-SEPARAR-NOME THRU 0755-SEPARAR-NOME-EXIT.
           MOVE WRK-PRIMEIRO-NOME TO WRK-CHV-PRIMEIRO.
           MOVE ZEROS TO WRK-POS-FIM.
           PERFORM 0757-PROCURAR-FIM THRU 0757-PROCURAR-FIM-EXIT
               VARYING WRK-IDX FROM 20 BY -1
               UNTIL WRK-IDX < 1 OR WRK-POS-FIM NOT = ZEROS.
           IF WRK-POS-FIM = ZEROS
               GO TO 0750-MONTAR-CHAVE-NOME-EXIT
           END-IF.
           MOVE ZEROS TO WRK-POS-ESPACO.
           PERFORM 0758-PROCURAR-ESPACO-FINAL
               THRU 0758-PROCURAR-ESPACO-FINAL-EXIT
               VARYING WRK-IDX FROM WRK-POS-FIM BY -1
               UNTIL WRK-IDX < 1 OR WRK-POS-ESPACO NOT = ZEROS.
           MOVE WRK-ULTIMO-NOME(WRK-POS-ESPACO + 1:
               WRK-POS-FIM - WRK-POS-ESPACO) TO WRK-CHV-ULTIMO.
       0750-MONTAR-CHAVE-NOME-EXIT.
           EXIT.

       0751-PROCURAR-INICIO.
           IF WRK-NOME-NORMAL(WRK-IDX:1) NOT = SPACE
               MOVE WRK-IDX TO WRK-POS-INICIO
           END-IF.
       0751-PROCURAR-INICIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SEPARA O NOME EM PRIMEIRO NOME E RESTANTE NO         *
      * PRIMEIRO ESPACO, COMO NO VARIAVEIS. SEM ESPACO, O    *
      * NOME TODO VAI PARA O PRIMEIRO NOME.                  *
      *----------------------------------------------------*
       0755-SEPARAR-NOME.
           MOVE ZEROS TO WRK-POS-ESPACO.
           PERFORM 0756-PROCURAR-ESPACO THRU 0756-PROCURAR-ESPACO-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 20 OR WRK-POS-ESPACO NOT = ZEROS.

           IF WRK-POS-ESPACO = ZEROS OR WRK-POS-ESPACO = 1
                   OR WRK-POS-ESPACO = 20
               MOVE WRK-NOME-NORMAL TO WRK-PRIMEIRO-NOME
               MOVE SPACES TO WRK-ULTIMO-NOME
           ELSE
               MOVE WRK-NOME-NORMAL(1:WRK-POS-ESPACO - 1)
                   TO WRK-PRIMEIRO-NOME
               MOVE WRK-NOME-NORMAL(WRK-POS-ESPACO + 1:
                   20 - WRK-POS-ESPACO) TO WRK-ULTIMO-NOME
           END-IF.
       0755-SEPARAR-NOME-EXIT.
           EXIT.

       0756-PROCURAR-ESPACO.
           IF WRK-NOME-NORMAL(WRK-IDX:1) = SPACE
               MOVE WRK-IDX TO WRK-POS-ESPACO
           END-IF.
       0756-PROCURAR-ESPACO-EXIT.
           EXIT.

       0757-PROCURAR-FIM.
           IF WRK-ULTIMO-NOME(WRK-IDX:1) NOT = SPACE
               MOVE WRK-IDX TO WRK-POS-FIM
           END-IF.
       0757-PROCURAR-FIM-EXIT.
           EXIT.

       0758-PROCURAR-ESPACO-FINAL.
           IF WRK-ULTIMO-NOME(WRK-IDX:1) = SPACE
               MOVE WRK-IDX TO WRK-POS-ESPACO
           END-IF.
       0758-PROCURAR-ESPACO-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O REGISTRO DA AREA DO CLIENREG.COB NA LINHA    *
      * WRK-IDX-CLI DA TABELA, REFAZENDO OS CAMPOS DE        *
      * PESQUISA (CODIGO, CPF, SITUACAO E NOME NORMALIZADO). *
      *----------------------------------------------------*
       0780-GUARDAR-CLIENTE.
           MOVE WRK-CLIENTE-CADASTRO TO WRK-CLI-REGISTRO(WRK-IDX-CLI).
           MOVE WRK-CLM-CODIGO TO WRK-CLI-CODIGO(WRK-IDX-CLI).
           MOVE WRK-CLM-CPF TO WRK-CLI-CPF(WRK-IDX-CLI).
           MOVE WRK-CLM-ATIVO TO WRK-CLI-ATIVO(WRK-IDX-CLI).
           MOVE WRK-CLM-NOME TO WRK-NOME-NORMAL.
           PERFORM 0750-MONTAR-CHAVE-NOME
               THRU 0750-MONTAR-CHAVE-NOME-EXIT.
           MOVE WRK-CHAVE-NOME TO WRK-CLI-CHAVE-NOME(WRK-IDX-CLI).
       0780-GUARDAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A TRILHA DE AUDITORIA DO MOVIMENTO APLICADO,   *
      * COM A SITUACAO ANTERIOR E A NOVA DO REGISTRO. OS      *
      * CAMPOS "ANTERIORES" E O CODIGO DESTINO SAO           *
      * PREENCHIDOS PELA ROTINA DO TIPO DE MOVIMENTO.        *
      *----------------------------------------------------*
       0800-GRAVAR-AUDITORIA.
           MOVE MOV-TIPO                 TO MAU-TIPO.
           MOVE WRK-CLM-CODIGO           TO MAU-CODIGO.
           MOVE WRK-CLM-NOME             TO MAU-NOME.
           MOVE WRK-SITUACAO-ANTERIOR    TO MAU-SITUACAO-ANT.
           MOVE WRK-CLM-ATIVO            TO MAU-SITUACAO-NOV.
           MOVE WRK-CPF-ANTERIOR         TO MAU-CPF-ANT.
           MOVE WRK-CLM-CPF              TO MAU-CPF-NOV.
           MOVE WRK-LIMITE-ANTERIOR      TO MAU-LIMITE-ANT.
           MOVE WRK-CLM-LIMITE-CREDITO   TO MAU-LIMITE-NOV.
           MOVE WRK-ANOSYS               TO MAU-ANO.
           MOVE WRK-MESSYS               TO MAU-MES.
           MOVE WRK-DIASYS               TO MAU-DIA.
           WRITE WRK-REG-MOVAUD.
       0800-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O MOVIMENTO REJEITADO COM O MOTIVO (E, NA       *
      * DUPLICIDADE, O CLIENTE JA CADASTRADO), PARA CORRECAO  *
      * E REAPRESENTACAO EM UM PROXIMO LOTE.                  *
      *----------------------------------------------------*
       0850-REJEITAR.
           MOVE MOV-TIPO             TO REJ-TIPO.
           MOVE MOV-CODIGO           TO REJ-CODIGO.
           MOVE MOV-NOME             TO REJ-NOME.
           MOVE MOV-CPF              TO REJ-CPF.
           MOVE MOV-CODIGO-DESTINO   TO REJ-CODIGO-DESTINO.
           MOVE WRK-CODIGO-EXISTENTE TO REJ-CODIGO-EXISTENTE.
           MOVE WRK-MOTIVO-REJEICAO  TO REJ-MOTIVO.
           WRITE WRK-REG-MOVREJ.
           ADD 1 TO WRK-QTD-REJEITADOS.
           IF WRK-CODIGO-EXISTENTE NOT = ZEROS
               DISPLAY 'CLIMNT: MOVIMENTO ' MOV-TIPO ' CLIENTE '
                   MOV-CODIGO ' REJEITADO - ' WRK-MOTIVO-REJEICAO
                   ' (CLIENTE ' WRK-CODIGO-EXISTENTE ')'
           ELSE
               DISPLAY 'CLIMNT: MOVIMENTO ' MOV-TIPO ' CLIENTE '
                   MOV-CODIGO ' REJEITADO - ' WRK-MOTIVO-REJEICAO
           END-IF.
       0850-REJEITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DO CADASTRO, TRANSFERE OS ITENS *
      * DO CRABERTO DOS DUPLICADOS (SE HOUVE UNIFICACAO),    *
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DA EXECUCAO.     *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'CLIMNT: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           CLOSE MOVIMENTO-ARQ.
           CLOSE MOVAUD-ARQ.
           CLOSE MOVREJ-ARQ.
           OPEN OUTPUT CLINOVO-ARQ.
           IF WRK-FS-NOV NOT = '00'
               MOVE WRK-FS-NOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLIMNT: ERRO AO CRIAR CLINOVO - STATUS '
                   WRK-FS-NOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
           ELSE
               IF WRK-QTD-CLIENTES > ZEROS
                   PERFORM 0910-GRAVAR-CLIENTE
                       THRU 0910-GRAVAR-CLIENTE-EXIT
                       VARYING WRK-IDX-CLI FROM 1 BY 1
                       UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
               END-IF
               CLOSE CLINOVO-ARQ
           END-IF.
           IF WRK-QTD-FUSOES > ZEROS AND NOT WRK-FALHA
               PERFORM 0950-TRANSFERIR-CREDIARIO
                   THRU 0950-TRANSFERIR-CREDIARIO-EXIT
           END-IF.
           DISPLAY 'CLIMNT: ' WRK-QTD-INCLUIDOS ' INCLUIDOS, '
               WRK-QTD-ALTERADOS ' ALTERADOS, '
               WRK-QTD-DESATIVADOS ' DESATIVADOS, '
               WRK-QTD-UNIFICADOS ' UNIFICADOS, '
               WRK-QTD-REJEITADOS ' REJEITADOS'.
           IF WRK-FALHA
      *        SINALIZA A FALHA A QUEM CHAMOU, EM VEZ DE DEIXAR A
      *        OPERACAO SUBSTITUIR O CADASTRO POR UMA GERACAO
      *        INCOMPLETA.
               DISPLAY 'CLIMNT: EXECUCAO COM ERRO - NAO SUBSTITUA O '
                   'CLIMSTR NEM O CRABERTO'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           IF WRK-CRFUSAO-GRAVADO
               DISPLAY 'CLIMNT: SUBSTITUA CLIMSTR POR CLINOVO E '
                   'CRABERTO POR CRFUSAO'
           ELSE
               DISPLAY 'CLIMNT: SUBSTITUA CLIMSTR POR CLINOVO'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-GRAVAR-CLIENTE.
           WRITE WRK-REG-CLINOVO FROM WRK-CLI-REGISTRO(WRK-IDX-CLI).
       0910-GRAVAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * COPIA O CRABERTO NA GERACAO NOVA CRFUSAO, PASSANDO   *
      * OS ITENS DE CADA DUPLICADO UNIFICADO PARA O CODIGO   *
      * SOBREVIVENTE. SEM O CRABERTO (NENHUMA VENDA A PRAZO  *
      * AINDA), NAO HA O QUE TRANSFERIR.                     *
      *----------------------------------------------------*
       0950-TRANSFERIR-CREDIARIO.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA = '35'
               DISPLAY 'CLIMNT: CRABERTO AUSENTE - NENHUM ITEM A '
                   'TRANSFERIR'
               GO TO 0950-TRANSFERIR-CREDIARIO-EXIT
           END-IF.
           IF WRK-FS-CRA NOT = '00'
               MOVE WRK-FS-CRA TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLIMNT: ERRO AO ABRIR CRABERTO - STATUS '
                   WRK-FS-CRA ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FALHA TO TRUE
               GO TO 0950-TRANSFERIR-CREDIARIO-EXIT
           END-IF.
           OPEN OUTPUT CRFUSAO-ARQ.
           IF WRK-FS-CRF NOT = '00'
               MOVE WRK-FS-CRF TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'CLIMNT: ERRO AO CRIAR CRFUSAO - STATUS '
                   WRK-FS-CRF ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE CRABERTO-ARQ
               SET WRK-FALHA TO TRUE
               GO TO 0950-TRANSFERIR-CREDIARIO-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           PERFORM 0960-COPIAR-ITEM THRU 0960-COPIAR-ITEM-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CRABERTO-ARQ.
           CLOSE CRFUSAO-ARQ.
           SET WRK-CRFUSAO-GRAVADO TO TRUE.
           PERFORM 0970-EXIBIR-FUSAO THRU 0970-EXIBIR-FUSAO-EXIT
               VARYING WRK-IDX-FUS FROM 1 BY 1
               UNTIL WRK-IDX-FUS > WRK-QTD-FUSOES.
           DISPLAY 'CLIMNT: ' WRK-QTD-ITENS-CRA ' ITENS DO CRABERTO, '
               WRK-QTD-ITENS-MOVIDOS ' TRANSFERIDOS'.
       0950-TRANSFERIR-CREDIARIO-EXIT.
           EXIT.

       0960-COPIAR-ITEM.
           READ CRABERTO-ARQ
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0960-COPIAR-ITEM-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-ITENS-CRA.
           SET WRK-IDX-FUS TO 1.
           SEARCH WRK-FUS
               AT END
                   CONTINUE
               WHEN WRK-FUS-ORIGEM(WRK-IDX-FUS) = WRK-CRA-CLIENTE
                   MOVE WRK-FUS-DESTINO(WRK-IDX-FUS)
                       TO WRK-CRA-CLIENTE
                   ADD 1 TO WRK-FUS-QTD-ITENS(WRK-IDX-FUS)
                   ADD 1 TO WRK-QTD-ITENS-MOVIDOS
                   IF WRK-CRA-EM-ABERTO
                       ADD WRK-CRA-VALOR
                           TO WRK-FUS-SALDO(WRK-IDX-FUS)
                   END-IF
                   IF WRK-CRA-ESTORNADO
                       SUBTRACT WRK-CRA-VALOR
                           FROM WRK-FUS-SALDO(WRK-IDX-FUS)
                   END-IF
           END-SEARCH.
           WRITE WRK-REG-CRFUSAO FROM WRK-REGISTRO-CREDIARIO.
       0960-COPIAR-ITEM-EXIT.
           EXIT.

       0970-EXIBIR-FUSAO.
           MOVE WRK-FUS-SALDO(WRK-IDX-FUS) TO WRK-SALDO-EDITADO.
           DISPLAY 'CLIMNT: CLIENTE ' WRK-FUS-ORIGEM(WRK-IDX-FUS)
               ' UNIFICADO NO ' WRK-FUS-DESTINO(WRK-IDX-FUS) ' - '
               WRK-FUS-QTD-ITENS(WRK-IDX-FUS) ' ITENS, SALDO '
               WRK-SALDO-EDITADO.
       0970-EXIBIR-FUSAO-EXIT.
           EXIT.

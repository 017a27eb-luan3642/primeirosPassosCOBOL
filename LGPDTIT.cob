       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDTIT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO DO TITULAR (LGPD) - RESPOSTA AO
      * PEDIDO DE ACESSO DE UMA PESSOA AOS PROPRIOS DADOS. PARA
      * CADA CARTAO LGPDPED (TIPO 'F' = MATRICULA DE
      * FUNCIONARIO, 'C' = CODIGO DE CLIENTE, SEGUIDO DO CODIGO
      * COM 6 DIGITOS; UM CARTAO POR PEDIDO) PERCORRE OS
      * CADASTROS E HISTORICOS QUE GUARDAM DADOS DA PESSOA E
      * LISTA NO LGPDTREL CADA REGISTRO ENCONTRADO, NA INTEGRA
      * (CONTEUDO NO LAYOUT DO PROPRIO ARQUIVO, QUEBRADO EM
      * LINHAS DE 60 POSICOES), COM A QUANTIDADE POR ARQUIVO.
      * FUNCIONARIO: FUNCMSTR, FUNCHIST, PAYHIST, NETPAY,
      * EMPAUDIT, EMPAUDH, EMPAUDIX, CONTAHIS, DEPNMSTR,
      * PENSMSTR, PENSPAG, PENSCOMP, AFASMSTR, FERSCHED,
      * FGTSHIST, FGTSCOMP, BHMSTR, VTRMSTR, EMPRMSTR, COMISSAO,
      * PONTOACM E PENDRAIS.
      * CLIENTE: CLIMSTR, CRABERTO, FIDSALDO, FIDLOG E COBHIST.
      * ARQUIVOS DE MOVIMENTO, REJEITADOS E RELATORIOS, QUE SAO
      * REFEITOS A CADA EXECUCAO DOS PROGRAMAS, NAO ENTRAM.
      * REGISTRO JA ANONIMIZADO PELO LGPDANON CONTINUA SAINDO
      * (A MATRICULA/CODIGO FICA), COM A MARCA NO LUGAR DO NOME.
      * ARQUIVO AUSENTE E APONTADO; ERRO DE ABERTURA DEIXA A
      * RESPOSTA INCOMPLETA E TERMINA COM RETURN-CODE 8; CARTAO
      * INVALIDO E APONTADO E PULADO (RETURN-CODE 4).
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - CLIMSTR LIDO NO TAMANHO NOVO DO CADASTRO DE CLIENTES
      *   (129 BYTES, COM CPF, ENDERECO E TELEFONE).
      * - PENSPAG LIDO NO TAMANHO NOVO (34 BYTES, COM O TIPO DA
      *   FOLHA); PENSCOMP (PENSAO SOBRE A DIFERENCA DA FOLHA
      *   COMPLEMENTAR) E FGTSCOMP (ENCARGOS SOBRE A DIFERENCA)
      *   INCLUIDOS NA PESQUISA DO FUNCIONARIO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-ARQ ASSIGN TO 'LGPDPED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.

           SELECT RELATORIO-ARQ ASSIGN TO 'LGPDTREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMS-MATRICULA
               FILE STATUS IS WRK-FS-ARQ.

           SELECT FUNCHIST-ARQ ASSIGN TO 'FUNCHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PAYHIST-ARQ ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT NETPAY-ARQ ASSIGN TO 'NETPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT AUDITORIA-ARQ ASSIGN TO 'EMPAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT EMPAUDH-ARQ ASSIGN TO 'EMPAUDH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT AUDIX-ARQ ASSIGN TO 'EMPAUDIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-CHAVE
               ALTERNATE RECORD KEY IS AIX-DATA-PROCESSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ARQ.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT DEPENDENTE-ARQ ASSIGN TO 'DEPNMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPN-CHAVE
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PENSAO-ARQ ASSIGN TO 'PENSMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSM-CHAVE
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PENSPAG-ARQ ASSIGN TO 'PENSPAG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PENSCOMP-ARQ ASSIGN TO 'PENSCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-ARQ.

           SELECT AGENDA-ARQ ASSIGN TO 'FERSCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT FGTSHIST-ARQ ASSIGN TO 'FGTSHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT FGTSCOMP-ARQ ASSIGN TO 'FGTSCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT BANCO-HORAS-ARQ ASSIGN TO 'BHMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT ADESAO-ARQ ASSIGN TO 'VTRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTR-MATRICULA
               FILE STATUS IS WRK-FS-ARQ.

           SELECT EMPRESTIMO-ARQ ASSIGN TO 'EMPRMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT COMISSAO-ARQ ASSIGN TO 'COMISSAO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PONTOACM-ARQ ASSIGN TO 'PONTOACM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT PENDENTE-ARQ ASSIGN TO 'PENDRAIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT CLIENTE-ARQ ASSIGN TO 'CLIMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT CRABERTO-ARQ ASSIGN TO 'CRABERTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT FIDSALDO-ARQ ASSIGN TO 'FIDSALDO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT FIDLOG-ARQ ASSIGN TO 'FIDLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

           SELECT COBHIST-ARQ ASSIGN TO 'COBHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-ARQ.
       01  WRK-REG-PEDIDO.
           05  PED-TIPO                PIC X(01).
               88  PED-FUNCIONARIO                VALUE 'F'.
               88  PED-CLIENTE                    VALUE 'C'.
           05  PED-CODIGO              PIC X(06).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

      *    OS ARQUIVOS SAO LIDOS COMO REGISTRO BRUTO, NO TAMANHO
      *    DO LAYOUT DE CADA UM (VER O COPY INDICADO); SO A CHAVE
      *    DOS INDEXADOS E DETALHADA.
      *    EMPFUNC.COB.
       FD  FUNCIONARIO-ARQ.
       01  WRK-REG-FUNCMSTR.
           05  FMS-MATRICULA           PIC 9(06).
           05  FILLER                  PIC X(99).

      *    EMPFUNC.COB (HISTORICO DE EXPURGADOS DO FUNCPURG).
       FD  FUNCHIST-ARQ.
       01  WRK-REG-FUNCHIST            PIC X(105).

      *    PAYHREG.COB.
       FD  PAYHIST-ARQ.
       01  WRK-REG-PAYHIST             PIC X(160).

      *    NETREG.COB.
       FD  NETPAY-ARQ.
       01  WRK-REG-NETPAY              PIC X(153).

      *    AUDITREG.COB.
       FD  AUDITORIA-ARQ.
       01  WRK-REG-EMPAUDIT            PIC X(74).

      *    AUDITREG.COB (ANOS ARQUIVADOS PELO ARQANO).
       FD  EMPAUDH-ARQ.
       01  WRK-REG-EMPAUDH             PIC X(74).

      *    AUDIXREG.COB.
       FD  AUDIX-ARQ.
       01  WRK-REG-EMPAUDIX.
           05  AIX-CHAVE.
               10  AIX-MATRICULA       PIC 9(06).
               10  AIX-DATA-PROCESSO   PIC 9(08).
               10  AIX-SEQUENCIA       PIC 9(02).
           05  FILLER                  PIC X(60).

      *    CONTAREG.COB.
       FD  CONTAHIS-ARQ.
       01  WRK-REG-CONTAHIS            PIC X(97).

      *    DEPNREG.COB.
       FD  DEPENDENTE-ARQ.
       01  WRK-REG-DEPNMSTR.
           05  DPN-CHAVE.
               10  DPN-MATRICULA       PIC 9(06).
               10  DPN-SEQUENCIA       PIC 9(02).
           05  FILLER                  PIC X(29).

      *    PENSREG.COB.
       FD  PENSAO-ARQ.
       01  WRK-REG-PENSMSTR.
           05  PSM-CHAVE.
               10  PSM-MATRICULA       PIC 9(06).
               10  PSM-SEQUENCIA       PIC 9(02).
           05  FILLER                  PIC X(87).

      *    PENSPREG.COB.
       FD  PENSPAG-ARQ.
       01  WRK-REG-PENSPAG             PIC X(34).

      *    PENSPREG.COB.
       FD  PENSCOMP-ARQ.
       01  WRK-REG-PENSCOMP            PIC X(34).

      *    AFASREG.COB.
       FD  AFASTAMENTO-ARQ.
       01  WRK-REG-AFASMSTR.
           05  AFA-CHAVE.
               10  AFA-MATRICULA       PIC 9(06).
               10  AFA-SEQUENCIA       PIC 9(02).
           05  FILLER                  PIC X(25).

      *    FERIAREG.COB.
       FD  AGENDA-ARQ.
       01  WRK-REG-FERSCHED            PIC X(56).

      *    FGTSHREG.COB.
       FD  FGTSHIST-ARQ.
       01  WRK-REG-FGTSHIST            PIC X(59).

      *    LAYOUT DO FOLHACOM (MATRICULA NA POSICAO 13).
       FD  FGTSCOMP-ARQ.
       01  WRK-REG-FGTSCOMP            PIC X(53).

      *    BHREG.COB.
       FD  BANCO-HORAS-ARQ.
       01  WRK-REG-BHMSTR              PIC X(31).

      *    VTRAREG.COB.
       FD  ADESAO-ARQ.
       01  WRK-REG-VTRMSTR.
           05  VTR-MATRICULA           PIC 9(06).
           05  FILLER                  PIC X(23).

      *    EMPREREG.COB.
       FD  EMPRESTIMO-ARQ.
       01  WRK-REG-EMPRMSTR            PIC X(36).

      *    COMISREG.COB.
       FD  COMISSAO-ARQ.
       01  WRK-REG-COMISSAO            PIC X(21).

      *    PONTOREG.COB.
       FD  PONTOACM-ARQ.
       01  WRK-REG-PONTOACM            PIC X(20).

      *    PENDREG.COB.
       FD  PENDENTE-ARQ.
       01  WRK-REG-PENDRAIS            PIC X(94).

      *    CLIENREG.COB.
       FD  CLIENTE-ARQ.
       01  WRK-REG-CLIMSTR             PIC X(129).

      *    CREDIREG.COB.
       FD  CRABERTO-ARQ.
       01  WRK-REG-CRABERTO            PIC X(46).

      *    FIDREG.COB.
       FD  FIDSALDO-ARQ.
       01  WRK-REG-FIDSALDO            PIC X(54).

      *    FIDLREG.COB.
       FD  FIDLOG-ARQ.
       01  WRK-REG-FIDLOG              PIC X(39).

      *    HISTORICO DE COBRANCA DO CRCOBRA.
       FD  COBHIST-ARQ.
       01  WRK-REG-COBHIST             PIC X(41).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-PED                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ARQ                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-FIM-PEDIDO           PIC X(01) VALUE 'N'.
           88  WRK-FIM-PEDIDO                     VALUE 'S'.
       77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO                    VALUE 'S'.
       77  WRK-SW-HOUVE-ERRO           PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-ERRO                     VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    CODIGO PEDIDO (MATRICULA OU CLIENTE), COMPARADO COM A
      *    POSICAO DA CHAVE NO REGISTRO BRUTO DE CADA ARQUIVO.
       01  WRK-CODIGO-PEDIDO            PIC 9(06) VALUE ZEROS.
       01  WRK-CODIGO-PEDIDO-X REDEFINES WRK-CODIGO-PEDIDO
                                        PIC X(06).

       01  WRK-REG-LIDO                 PIC X(160) VALUE SPACES.
       77  WRK-ARQUIVO-ATUAL            PIC X(08) VALUE SPACES.
       77  WRK-TAM-REGISTRO             PIC 9(03) VALUE ZEROS.
       77  WRK-POS-CHAVE                PIC 9(03) VALUE ZEROS.
       77  WRK-POS-PEDACO               PIC 9(03) VALUE ZEROS.
       77  WRK-TAM-PEDACO               PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-PEDIDOS              PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-INVALIDOS            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-NO-ARQUIVO           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DO-TITULAR           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ARQ-COM-DADOS        PIC 9(02) VALUE ZEROS.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(45) VALUE
               'RELATORIO DO TITULAR DOS DADOS (LGPD) - DATA '.
           05  WRK-CAB-DATA             PIC 9(08).

       01  WRK-LINHA-TITULAR.
           05  FILLER                   PIC X(10) VALUE 'TITULAR: '.
           05  WRK-TIT-TIPO             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-TIT-CODIGO           PIC X(06).

       01  WRK-CAB-COLUNAS.
           05  FILLER                   PIC X(40) VALUE
               'ARQUIVO   OCORR. CONTEUDO DO REGISTRO (L'.
           05  FILLER                   PIC X(20) VALUE
               'AYOUT DO ARQUIVO)'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-ARQUIVO          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-OCORRENCIA       PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-DET-CONTEUDO         PIC X(60).

       01  WRK-LINHA-TOTAL-ARQUIVO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-TAR-ARQUIVO          PIC X(08).
           05  FILLER                   PIC X(02) VALUE ': '.
           05  WRK-TAR-SITUACAO         PIC X(50).

       01  WRK-TAR-QUANTIDADE.
           05  WRK-TAR-QTD              PIC ZZZZZ9.
           05  FILLER                   PIC X(14) VALUE
               ' REGISTRO(S)'.

       01  WRK-LINHA-TOTAL-TITULAR.
           05  FILLER                   PIC X(18) VALUE
               'TOTAL DO TITULAR: '.
           05  WRK-TTT-QTD              PIC ZZZZZ9.
           05  FILLER                   PIC X(16) VALUE
               ' REGISTRO(S) EM '.
           05  WRK-TTT-ARQUIVOS         PIC Z9.
           05  FILLER                   PIC X(11) VALUE
               ' ARQUIVO(S)'.

       01  WRK-LINHA-SEPARADOR          PIC X(79) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-ATENDER-PEDIDO
                   THRU 0200-ATENDER-PEDIDO-EXIT
                   UNTIL WRK-FIM-PEDIDO
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE OS CARTOES DE PEDIDO E O RELATORIO. SEM PEDIDO  *
      * NAO HA O QUE RESPONDER.                              *
      *----------------------------------------------------*
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT PEDIDO-ARQ.
           IF WRK-FS-PED NOT = '00'
               MOVE WRK-FS-PED TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'LGPDTIT: ERRO AO ABRIR LGPDPED - STATUS '
                   WRK-FS-PED ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'LGPDTIT: ERRO AO ABRIR LGPDTREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE PEDIDO-ARQ
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
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
      * LE UM CARTAO DE PEDIDO, CONFERE E PERCORRE OS        *
      * ARQUIVOS DO TIPO DE TITULAR PEDIDO.                  *
      *----------------------------------------------------*
       0200-ATENDER-PEDIDO.
           READ PEDIDO-ARQ
               AT END
                   SET WRK-FIM-PEDIDO TO TRUE
                   GO TO 0200-ATENDER-PEDIDO-EXIT
           END-READ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           IF (NOT PED-FUNCIONARIO AND NOT PED-CLIENTE)
               OR PED-CODIGO IS NOT NUMERIC
               ADD 1 TO WRK-QTD-INVALIDOS
               MOVE SPACES TO WRK-LINHA-RELATORIO
               STRING 'PEDIDO INVALIDO (TIPO F OU C E CODIGO COM 6 '
                   'DIGITOS): ' WRK-REG-PEDIDO
                   DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
               WRITE WRK-LINHA-RELATORIO
               DISPLAY 'LGPDTIT: PEDIDO INVALIDO - ' WRK-REG-PEDIDO
               GO TO 0200-ATENDER-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE PED-CODIGO TO WRK-CODIGO-PEDIDO-X.
           MOVE ZEROS TO WRK-QTD-DO-TITULAR.
           MOVE ZEROS TO WRK-QTD-ARQ-COM-DADOS.
           IF PED-FUNCIONARIO
               MOVE 'MATRICULA' TO WRK-TIT-TIPO
           ELSE
               MOVE 'CLIENTE' TO WRK-TIT-TIPO
           END-IF.
           MOVE PED-CODIGO TO WRK-TIT-CODIGO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULAR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-COLUNAS.

           IF PED-FUNCIONARIO
               PERFORM 0300-PESQUISAR-FUNCIONARIO
                   THRU 0300-PESQUISAR-FUNCIONARIO-EXIT
           ELSE
               PERFORM 0500-PESQUISAR-CLIENTE
                   THRU 0500-PESQUISAR-CLIENTE-EXIT
           END-IF.

           MOVE WRK-QTD-DO-TITULAR TO WRK-TTT-QTD.
           MOVE WRK-QTD-ARQ-COM-DADOS TO WRK-TTT-ARQUIVOS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-TITULAR.
           DISPLAY 'LGPDTIT: ' WRK-TIT-TIPO ' ' WRK-TIT-CODIGO ' - '
               WRK-QTD-DO-TITULAR ' REGISTRO(S) EM '
               WRK-QTD-ARQ-COM-DADOS ' ARQUIVO(S)'.
       0200-ATENDER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ARQUIVOS DE FUNCIONARIO, NA ORDEM: CADASTRO, FOLHA,  *
      * REAJUSTES, CONTA, DEPENDENTES E PENSAO, AFASTAMENTO, *
      * FERIAS, FGTS, BANCO DE HORAS, VALE-TRANSPORTE,       *
      * EMPRESTIMO, COMISSAO, PONTO E REAJUSTE PENDENTE.     *
      *----------------------------------------------------*
       0300-PESQUISAR-FUNCIONARIO.
           PERFORM 0310-PESQUISAR-FUNCMSTR
               THRU 0310-PESQUISAR-FUNCMSTR-EXIT.
           PERFORM 0320-PESQUISAR-FUNCHIST
               THRU 0320-PESQUISAR-FUNCHIST-EXIT.
           PERFORM 0330-PESQUISAR-PAYHIST
               THRU 0330-PESQUISAR-PAYHIST-EXIT.
           PERFORM 0340-PESQUISAR-NETPAY
               THRU 0340-PESQUISAR-NETPAY-EXIT.
           PERFORM 0350-PESQUISAR-EMPAUDIT
               THRU 0350-PESQUISAR-EMPAUDIT-EXIT.
           PERFORM 0360-PESQUISAR-EMPAUDH
               THRU 0360-PESQUISAR-EMPAUDH-EXIT.
           PERFORM 0370-PESQUISAR-EMPAUDIX
               THRU 0370-PESQUISAR-EMPAUDIX-EXIT.
           PERFORM 0380-PESQUISAR-CONTAHIS
               THRU 0380-PESQUISAR-CONTAHIS-EXIT.
           PERFORM 0390-PESQUISAR-DEPNMSTR
               THRU 0390-PESQUISAR-DEPNMSTR-EXIT.
           PERFORM 0400-PESQUISAR-PENSMSTR
               THRU 0400-PESQUISAR-PENSMSTR-EXIT.
           PERFORM 0410-PESQUISAR-PENSPAG
               THRU 0410-PESQUISAR-PENSPAG-EXIT.
           PERFORM 0415-PESQUISAR-PENSCOMP
               THRU 0415-PESQUISAR-PENSCOMP-EXIT.
           PERFORM 0420-PESQUISAR-AFASMSTR
               THRU 0420-PESQUISAR-AFASMSTR-EXIT.
           PERFORM 0430-PESQUISAR-FERSCHED
               THRU 0430-PESQUISAR-FERSCHED-EXIT.
           PERFORM 0440-PESQUISAR-FGTSHIST
               THRU 0440-PESQUISAR-FGTSHIST-EXIT.
           PERFORM 0445-PESQUISAR-FGTSCOMP
               THRU 0445-PESQUISAR-FGTSCOMP-EXIT.
           PERFORM 0450-PESQUISAR-BHMSTR
               THRU 0450-PESQUISAR-BHMSTR-EXIT.
           PERFORM 0460-PESQUISAR-VTRMSTR
               THRU 0460-PESQUISAR-VTRMSTR-EXIT.
           PERFORM 0470-PESQUISAR-EMPRMSTR
               THRU 0470-PESQUISAR-EMPRMSTR-EXIT.
           PERFORM 0480-PESQUISAR-COMISSAO
               THRU 0480-PESQUISAR-COMISSAO-EXIT.
           PERFORM 0485-PESQUISAR-PONTOACM
               THRU 0485-PESQUISAR-PONTOACM-EXIT.
           PERFORM 0490-PESQUISAR-PENDRAIS
               THRU 0490-PESQUISAR-PENDRAIS-EXIT.
       0300-PESQUISAR-FUNCIONARIO-EXIT.
           EXIT.

       0310-PESQUISAR-FUNCMSTR.
           MOVE 'FUNCMSTR' TO WRK-ARQUIVO-ATUAL.
           MOVE 105 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FUNCIONARIO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0310-PESQUISAR-FUNCMSTR-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO FMS-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-REG-FUNCMSTR TO WRK-REG-LIDO
                   PERFORM 0630-IMPRIMIR-REGISTRO
                       THRU 0630-IMPRIMIR-REGISTRO-EXIT
           END-READ.
           CLOSE FUNCIONARIO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0310-PESQUISAR-FUNCMSTR-EXIT.
           EXIT.

       0320-PESQUISAR-FUNCHIST.
           MOVE 'FUNCHIST' TO WRK-ARQUIVO-ATUAL.
           MOVE 105 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FUNCHIST-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0320-PESQUISAR-FUNCHIST-EXIT
           END-IF.
           PERFORM 0321-LER-FUNCHIST THRU 0321-LER-FUNCHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FUNCHIST-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0320-PESQUISAR-FUNCHIST-EXIT.
           EXIT.

       0321-LER-FUNCHIST.
           READ FUNCHIST-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0321-LER-FUNCHIST-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0321-LER-FUNCHIST-EXIT.
           EXIT.

       0330-PESQUISAR-PAYHIST.
           MOVE 'PAYHIST ' TO WRK-ARQUIVO-ATUAL.
           MOVE 160 TO WRK-TAM-REGISTRO.
           MOVE 7 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PAYHIST-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0330-PESQUISAR-PAYHIST-EXIT
           END-IF.
           PERFORM 0331-LER-PAYHIST THRU 0331-LER-PAYHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PAYHIST-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0330-PESQUISAR-PAYHIST-EXIT.
           EXIT.

       0331-LER-PAYHIST.
           READ PAYHIST-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0331-LER-PAYHIST-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0331-LER-PAYHIST-EXIT.
           EXIT.

       0340-PESQUISAR-NETPAY.
           MOVE 'NETPAY  ' TO WRK-ARQUIVO-ATUAL.
           MOVE 153 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT NETPAY-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0340-PESQUISAR-NETPAY-EXIT
           END-IF.
           PERFORM 0341-LER-NETPAY THRU 0341-LER-NETPAY-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE NETPAY-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0340-PESQUISAR-NETPAY-EXIT.
           EXIT.

       0341-LER-NETPAY.
           READ NETPAY-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0341-LER-NETPAY-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0341-LER-NETPAY-EXIT.
           EXIT.

       0350-PESQUISAR-EMPAUDIT.
           MOVE 'EMPAUDIT' TO WRK-ARQUIVO-ATUAL.
           MOVE 74 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT AUDITORIA-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0350-PESQUISAR-EMPAUDIT-EXIT
           END-IF.
           PERFORM 0351-LER-EMPAUDIT THRU 0351-LER-EMPAUDIT-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE AUDITORIA-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0350-PESQUISAR-EMPAUDIT-EXIT.
           EXIT.

       0351-LER-EMPAUDIT.
           READ AUDITORIA-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0351-LER-EMPAUDIT-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0351-LER-EMPAUDIT-EXIT.
           EXIT.

       0360-PESQUISAR-EMPAUDH.
           MOVE 'EMPAUDH ' TO WRK-ARQUIVO-ATUAL.
           MOVE 74 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT EMPAUDH-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0360-PESQUISAR-EMPAUDH-EXIT
           END-IF.
           PERFORM 0361-LER-EMPAUDH THRU 0361-LER-EMPAUDH-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE EMPAUDH-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0360-PESQUISAR-EMPAUDH-EXIT.
           EXIT.

       0361-LER-EMPAUDH.
           READ EMPAUDH-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0361-LER-EMPAUDH-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0361-LER-EMPAUDH-EXIT.
           EXIT.

      *    INDEXADO: START NA PRIMEIRA CHAVE DA MATRICULA E
      *    LEITURA EM SEQUENCIA ENQUANTO A MATRICULA FOR A MESMA
      *    (COMO NA CONSULTA).
       0370-PESQUISAR-EMPAUDIX.
           MOVE 'EMPAUDIX' TO WRK-ARQUIVO-ATUAL.
           MOVE 76 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT AUDIX-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0370-PESQUISAR-EMPAUDIX-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO AIX-MATRICULA.
           MOVE ZEROS TO AIX-DATA-PROCESSO.
           MOVE ZEROS TO AIX-SEQUENCIA.
           START AUDIX-ARQ KEY IS NOT LESS THAN AIX-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0371-LER-EMPAUDIX THRU 0371-LER-EMPAUDIX-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE AUDIX-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0370-PESQUISAR-EMPAUDIX-EXIT.
           EXIT.

       0371-LER-EMPAUDIX.
           READ AUDIX-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0371-LER-EMPAUDIX-EXIT
           END-READ.
           IF AIX-MATRICULA NOT = WRK-CODIGO-PEDIDO
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0371-LER-EMPAUDIX-EXIT
           END-IF.
           MOVE WRK-REG-EMPAUDIX TO WRK-REG-LIDO.
           PERFORM 0630-IMPRIMIR-REGISTRO
               THRU 0630-IMPRIMIR-REGISTRO-EXIT.
       0371-LER-EMPAUDIX-EXIT.
           EXIT.

       0380-PESQUISAR-CONTAHIS.
           MOVE 'CONTAHIS' TO WRK-ARQUIVO-ATUAL.
           MOVE 97 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT CONTAHIS-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0380-PESQUISAR-CONTAHIS-EXIT
           END-IF.
           PERFORM 0381-LER-CONTAHIS THRU 0381-LER-CONTAHIS-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CONTAHIS-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0380-PESQUISAR-CONTAHIS-EXIT.
           EXIT.

       0381-LER-CONTAHIS.
           READ CONTAHIS-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0381-LER-CONTAHIS-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0381-LER-CONTAHIS-EXIT.
           EXIT.

       0390-PESQUISAR-DEPNMSTR.
           MOVE 'DEPNMSTR' TO WRK-ARQUIVO-ATUAL.
           MOVE 37 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT DEPENDENTE-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0390-PESQUISAR-DEPNMSTR-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO DPN-MATRICULA.
           MOVE ZEROS TO DPN-SEQUENCIA.
           START DEPENDENTE-ARQ KEY IS NOT LESS THAN DPN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0391-LER-DEPNMSTR THRU 0391-LER-DEPNMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE DEPENDENTE-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0390-PESQUISAR-DEPNMSTR-EXIT.
           EXIT.

       0391-LER-DEPNMSTR.
           READ DEPENDENTE-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0391-LER-DEPNMSTR-EXIT
           END-READ.
           IF DPN-MATRICULA NOT = WRK-CODIGO-PEDIDO
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0391-LER-DEPNMSTR-EXIT
           END-IF.
           MOVE WRK-REG-DEPNMSTR TO WRK-REG-LIDO.
           PERFORM 0630-IMPRIMIR-REGISTRO
               THRU 0630-IMPRIMIR-REGISTRO-EXIT.
       0391-LER-DEPNMSTR-EXIT.
           EXIT.

       0400-PESQUISAR-PENSMSTR.
           MOVE 'PENSMSTR' TO WRK-ARQUIVO-ATUAL.
           MOVE 95 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PENSAO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0400-PESQUISAR-PENSMSTR-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO PSM-MATRICULA.
           MOVE ZEROS TO PSM-SEQUENCIA.
           START PENSAO-ARQ KEY IS NOT LESS THAN PSM-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0401-LER-PENSMSTR THRU 0401-LER-PENSMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PENSAO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0400-PESQUISAR-PENSMSTR-EXIT.
           EXIT.

       0401-LER-PENSMSTR.
           READ PENSAO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0401-LER-PENSMSTR-EXIT
           END-READ.
           IF PSM-MATRICULA NOT = WRK-CODIGO-PEDIDO
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0401-LER-PENSMSTR-EXIT
           END-IF.
           MOVE WRK-REG-PENSMSTR TO WRK-REG-LIDO.
           PERFORM 0630-IMPRIMIR-REGISTRO
               THRU 0630-IMPRIMIR-REGISTRO-EXIT.
       0401-LER-PENSMSTR-EXIT.
           EXIT.

       0410-PESQUISAR-PENSPAG.
           MOVE 'PENSPAG ' TO WRK-ARQUIVO-ATUAL.
           MOVE 34 TO WRK-TAM-REGISTRO.
           MOVE 7 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PENSPAG-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0410-PESQUISAR-PENSPAG-EXIT
           END-IF.
           PERFORM 0411-LER-PENSPAG THRU 0411-LER-PENSPAG-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PENSPAG-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0410-PESQUISAR-PENSPAG-EXIT.
           EXIT.

       0411-LER-PENSPAG.
           READ PENSPAG-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0411-LER-PENSPAG-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0411-LER-PENSPAG-EXIT.
           EXIT.

       0415-PESQUISAR-PENSCOMP.
           MOVE 'PENSCOMP' TO WRK-ARQUIVO-ATUAL.
           MOVE 34 TO WRK-TAM-REGISTRO.
           MOVE 7 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PENSCOMP-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0415-PESQUISAR-PENSCOMP-EXIT
           END-IF.
           PERFORM 0416-LER-PENSCOMP THRU 0416-LER-PENSCOMP-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PENSCOMP-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0415-PESQUISAR-PENSCOMP-EXIT.
           EXIT.

       0416-LER-PENSCOMP.
           READ PENSCOMP-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0416-LER-PENSCOMP-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0416-LER-PENSCOMP-EXIT.
           EXIT.

       0420-PESQUISAR-AFASMSTR.
           MOVE 'AFASMSTR' TO WRK-ARQUIVO-ATUAL.
           MOVE 33 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT AFASTAMENTO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0420-PESQUISAR-AFASMSTR-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO AFA-MATRICULA.
           MOVE ZEROS TO AFA-SEQUENCIA.
           START AFASTAMENTO-ARQ KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0421-LER-AFASMSTR THRU 0421-LER-AFASMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE AFASTAMENTO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0420-PESQUISAR-AFASMSTR-EXIT.
           EXIT.

       0421-LER-AFASMSTR.
           READ AFASTAMENTO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0421-LER-AFASMSTR-EXIT
           END-READ.
           IF AFA-MATRICULA NOT = WRK-CODIGO-PEDIDO
               SET WRK-FIM-ARQUIVO TO TRUE
               GO TO 0421-LER-AFASMSTR-EXIT
           END-IF.
           MOVE WRK-REG-AFASMSTR TO WRK-REG-LIDO.
           PERFORM 0630-IMPRIMIR-REGISTRO
               THRU 0630-IMPRIMIR-REGISTRO-EXIT.
       0421-LER-AFASMSTR-EXIT.
           EXIT.

       0430-PESQUISAR-FERSCHED.
           MOVE 'FERSCHED' TO WRK-ARQUIVO-ATUAL.
           MOVE 56 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT AGENDA-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0430-PESQUISAR-FERSCHED-EXIT
           END-IF.
           PERFORM 0431-LER-FERSCHED THRU 0431-LER-FERSCHED-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE AGENDA-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0430-PESQUISAR-FERSCHED-EXIT.
           EXIT.

       0431-LER-FERSCHED.
           READ AGENDA-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0431-LER-FERSCHED-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0431-LER-FERSCHED-EXIT.
           EXIT.

       0440-PESQUISAR-FGTSHIST.
           MOVE 'FGTSHIST' TO WRK-ARQUIVO-ATUAL.
           MOVE 59 TO WRK-TAM-REGISTRO.
           MOVE 7 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FGTSHIST-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0440-PESQUISAR-FGTSHIST-EXIT
           END-IF.
           PERFORM 0441-LER-FGTSHIST THRU 0441-LER-FGTSHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FGTSHIST-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0440-PESQUISAR-FGTSHIST-EXIT.
           EXIT.

       0441-LER-FGTSHIST.
           READ FGTSHIST-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0441-LER-FGTSHIST-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0441-LER-FGTSHIST-EXIT.
           EXIT.

       0445-PESQUISAR-FGTSCOMP.
           MOVE 'FGTSCOMP' TO WRK-ARQUIVO-ATUAL.
           MOVE 53 TO WRK-TAM-REGISTRO.
           MOVE 13 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FGTSCOMP-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0445-PESQUISAR-FGTSCOMP-EXIT
           END-IF.
           PERFORM 0446-LER-FGTSCOMP THRU 0446-LER-FGTSCOMP-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FGTSCOMP-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0445-PESQUISAR-FGTSCOMP-EXIT.
           EXIT.

       0446-LER-FGTSCOMP.
           READ FGTSCOMP-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0446-LER-FGTSCOMP-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0446-LER-FGTSCOMP-EXIT.
           EXIT.

       0450-PESQUISAR-BHMSTR.
           MOVE 'BHMSTR  ' TO WRK-ARQUIVO-ATUAL.
           MOVE 31 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT BANCO-HORAS-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0450-PESQUISAR-BHMSTR-EXIT
           END-IF.
           PERFORM 0451-LER-BHMSTR THRU 0451-LER-BHMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE BANCO-HORAS-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0450-PESQUISAR-BHMSTR-EXIT.
           EXIT.

       0451-LER-BHMSTR.
           READ BANCO-HORAS-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0451-LER-BHMSTR-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0451-LER-BHMSTR-EXIT.
           EXIT.

       0460-PESQUISAR-VTRMSTR.
           MOVE 'VTRMSTR ' TO WRK-ARQUIVO-ATUAL.
           MOVE 29 TO WRK-TAM-REGISTRO.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT ADESAO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0460-PESQUISAR-VTRMSTR-EXIT
           END-IF.
           MOVE WRK-CODIGO-PEDIDO TO VTR-MATRICULA.
           READ ADESAO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-REG-VTRMSTR TO WRK-REG-LIDO
                   PERFORM 0630-IMPRIMIR-REGISTRO
                       THRU 0630-IMPRIMIR-REGISTRO-EXIT
           END-READ.
           CLOSE ADESAO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0460-PESQUISAR-VTRMSTR-EXIT.
           EXIT.

       0470-PESQUISAR-EMPRMSTR.
           MOVE 'EMPRMSTR' TO WRK-ARQUIVO-ATUAL.
           MOVE 36 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT EMPRESTIMO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0470-PESQUISAR-EMPRMSTR-EXIT
           END-IF.
           PERFORM 0471-LER-EMPRMSTR THRU 0471-LER-EMPRMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE EMPRESTIMO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0470-PESQUISAR-EMPRMSTR-EXIT.
           EXIT.

       0471-LER-EMPRMSTR.
           READ EMPRESTIMO-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0471-LER-EMPRMSTR-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0471-LER-EMPRMSTR-EXIT.
           EXIT.

       0480-PESQUISAR-COMISSAO.
           MOVE 'COMISSAO' TO WRK-ARQUIVO-ATUAL.
           MOVE 21 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT COMISSAO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0480-PESQUISAR-COMISSAO-EXIT
           END-IF.
           PERFORM 0481-LER-COMISSAO THRU 0481-LER-COMISSAO-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE COMISSAO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0480-PESQUISAR-COMISSAO-EXIT.
           EXIT.

       0481-LER-COMISSAO.
           READ COMISSAO-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0481-LER-COMISSAO-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0481-LER-COMISSAO-EXIT.
           EXIT.

       0485-PESQUISAR-PONTOACM.
           MOVE 'PONTOACM' TO WRK-ARQUIVO-ATUAL.
           MOVE 20 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PONTOACM-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0485-PESQUISAR-PONTOACM-EXIT
           END-IF.
           PERFORM 0486-LER-PONTOACM THRU 0486-LER-PONTOACM-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PONTOACM-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0485-PESQUISAR-PONTOACM-EXIT.
           EXIT.

       0486-LER-PONTOACM.
           READ PONTOACM-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0486-LER-PONTOACM-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0486-LER-PONTOACM-EXIT.
           EXIT.

       0490-PESQUISAR-PENDRAIS.
           MOVE 'PENDRAIS' TO WRK-ARQUIVO-ATUAL.
           MOVE 94 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT PENDENTE-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0490-PESQUISAR-PENDRAIS-EXIT
           END-IF.
           PERFORM 0491-LER-PENDRAIS THRU 0491-LER-PENDRAIS-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE PENDENTE-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0490-PESQUISAR-PENDRAIS-EXIT.
           EXIT.

       0491-LER-PENDRAIS.
           READ PENDENTE-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0491-LER-PENDRAIS-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0491-LER-PENDRAIS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ARQUIVOS DE CLIENTE: CADASTRO, CREDIARIO,            *
      * FIDELIDADE (SALDO E EXTRATO) E COBRANCA.             *
      *----------------------------------------------------*
       0500-PESQUISAR-CLIENTE.
           PERFORM 0510-PESQUISAR-CLIMSTR
               THRU 0510-PESQUISAR-CLIMSTR-EXIT.
           PERFORM 0520-PESQUISAR-CRABERTO
               THRU 0520-PESQUISAR-CRABERTO-EXIT.
           PERFORM 0530-PESQUISAR-FIDSALDO
               THRU 0530-PESQUISAR-FIDSALDO-EXIT.
           PERFORM 0540-PESQUISAR-FIDLOG
               THRU 0540-PESQUISAR-FIDLOG-EXIT.
           PERFORM 0550-PESQUISAR-COBHIST
               THRU 0550-PESQUISAR-COBHIST-EXIT.
       0500-PESQUISAR-CLIENTE-EXIT.
           EXIT.

       0510-PESQUISAR-CLIMSTR.
           MOVE 'CLIMSTR ' TO WRK-ARQUIVO-ATUAL.
           MOVE 129 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT CLIENTE-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0510-PESQUISAR-CLIMSTR-EXIT
           END-IF.
           PERFORM 0511-LER-CLIMSTR THRU 0511-LER-CLIMSTR-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CLIENTE-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0510-PESQUISAR-CLIMSTR-EXIT.
           EXIT.

       0511-LER-CLIMSTR.
           READ CLIENTE-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0511-LER-CLIMSTR-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0511-LER-CLIMSTR-EXIT.
           EXIT.

       0520-PESQUISAR-CRABERTO.
           MOVE 'CRABERTO' TO WRK-ARQUIVO-ATUAL.
           MOVE 46 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT CRABERTO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0520-PESQUISAR-CRABERTO-EXIT
           END-IF.
           PERFORM 0521-LER-CRABERTO THRU 0521-LER-CRABERTO-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE CRABERTO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0520-PESQUISAR-CRABERTO-EXIT.
           EXIT.

       0521-LER-CRABERTO.
           READ CRABERTO-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0521-LER-CRABERTO-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0521-LER-CRABERTO-EXIT.
           EXIT.

       0530-PESQUISAR-FIDSALDO.
           MOVE 'FIDSALDO' TO WRK-ARQUIVO-ATUAL.
           MOVE 54 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FIDSALDO-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0530-PESQUISAR-FIDSALDO-EXIT
           END-IF.
           PERFORM 0531-LER-FIDSALDO THRU 0531-LER-FIDSALDO-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FIDSALDO-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0530-PESQUISAR-FIDSALDO-EXIT.
           EXIT.

       0531-LER-FIDSALDO.
           READ FIDSALDO-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0531-LER-FIDSALDO-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0531-LER-FIDSALDO-EXIT.
           EXIT.

       0540-PESQUISAR-FIDLOG.
           MOVE 'FIDLOG  ' TO WRK-ARQUIVO-ATUAL.
           MOVE 39 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT FIDLOG-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0540-PESQUISAR-FIDLOG-EXIT
           END-IF.
           PERFORM 0541-LER-FIDLOG THRU 0541-LER-FIDLOG-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE FIDLOG-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0540-PESQUISAR-FIDLOG-EXIT.
           EXIT.

       0541-LER-FIDLOG.
           READ FIDLOG-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0541-LER-FIDLOG-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0541-LER-FIDLOG-EXIT.
           EXIT.

       0550-PESQUISAR-COBHIST.
           MOVE 'COBHIST ' TO WRK-ARQUIVO-ATUAL.
           MOVE 41 TO WRK-TAM-REGISTRO.
           MOVE 1 TO WRK-POS-CHAVE.
           PERFORM 0600-INICIAR-ARQUIVO THRU 0600-INICIAR-ARQUIVO-EXIT.
           OPEN INPUT COBHIST-ARQ.
           PERFORM 0610-CONFERIR-ABERTURA
               THRU 0610-CONFERIR-ABERTURA-EXIT.
           IF WRK-FIM-ARQUIVO
               GO TO 0550-PESQUISAR-COBHIST-EXIT
           END-IF.
           PERFORM 0551-LER-COBHIST THRU 0551-LER-COBHIST-EXIT
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE COBHIST-ARQ.
           PERFORM 0650-TOTALIZAR-ARQUIVO
               THRU 0650-TOTALIZAR-ARQUIVO-EXIT.
       0550-PESQUISAR-COBHIST-EXIT.
           EXIT.

       0551-LER-COBHIST.
           READ COBHIST-ARQ INTO WRK-REG-LIDO
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                   GO TO 0551-LER-COBHIST-EXIT
           END-READ.
           PERFORM 0620-CONFERIR-REGISTRO
               THRU 0620-CONFERIR-REGISTRO-EXIT.
       0551-LER-COBHIST-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ZERA A CONTAGEM DO ARQUIVO QUE VAI SER PERCORRIDO.   *
      *----------------------------------------------------*
       0600-INICIAR-ARQUIVO.
           MOVE 'N' TO WRK-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-NO-ARQUIVO.
       0600-INICIAR-ARQUIVO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE A ABERTURA (STATUS COMUM WRK-FS-ARQ): AUSENTE*
      * E APONTADO; OUTRO ERRO DEIXA A RESPOSTA INCOMPLETA.  *
      * NOS DOIS CASOS O ARQUIVO E PULADO.                   *
      *----------------------------------------------------*
       0610-CONFERIR-ABERTURA.
           IF WRK-FS-ARQ = '00'
               GO TO 0610-CONFERIR-ABERTURA-EXIT
           END-IF.
           SET WRK-FIM-ARQUIVO TO TRUE.
           MOVE WRK-ARQUIVO-ATUAL TO WRK-TAR-ARQUIVO.
           MOVE WRK-FS-ARQ TO WRK-FS-CONSULTADO.
           PERFORM 0195-LOCALIZAR-MSG-ERRO
               THRU 0195-LOCALIZAR-MSG-ERRO-EXIT.
           IF WRK-FS-ARQ = '35'
               MOVE 'ARQUIVO AUSENTE - NADA A LISTAR'
                   TO WRK-TAR-SITUACAO
           ELSE
               MOVE SPACES TO WRK-TAR-SITUACAO
               STRING 'ERRO NA ABERTURA - STATUS ' WRK-FS-ARQ
                   ' - ' WRK-MSG-ERRO-ENCONTRADA
                   DELIMITED BY SIZE INTO WRK-TAR-SITUACAO
               DISPLAY 'LGPDTIT: ERRO AO ABRIR ' WRK-ARQUIVO-ATUAL
                   ' - STATUS ' WRK-FS-ARQ ' - '
                   WRK-MSG-ERRO-ENCONTRADA
               SET WRK-HOUVE-ERRO TO TRUE
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-ARQUIVO.
       0610-CONFERIR-ABERTURA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REGISTRO BRUTO LIDO EM SEQUENCIA: E DO TITULAR SE O  *
      * CODIGO ESTA NA POSICAO DA CHAVE DO ARQUIVO.          *
      *----------------------------------------------------*
       0620-CONFERIR-REGISTRO.
           IF WRK-REG-LIDO(WRK-POS-CHAVE:6) = WRK-CODIGO-PEDIDO-X
               PERFORM 0630-IMPRIMIR-REGISTRO
                   THRU 0630-IMPRIMIR-REGISTRO-EXIT
           END-IF.
       0620-CONFERIR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME O REGISTRO INTEIRO EM PEDACOS DE 60          *
      * POSICOES; SO O PRIMEIRO LEVA ARQUIVO E OCORRENCIA.   *
      *----------------------------------------------------*
       0630-IMPRIMIR-REGISTRO.
           ADD 1 TO WRK-QTD-NO-ARQUIVO.
           MOVE WRK-ARQUIVO-ATUAL TO WRK-DET-ARQUIVO.
           MOVE WRK-QTD-NO-ARQUIVO TO WRK-DET-OCORRENCIA.
           PERFORM 0640-IMPRIMIR-PEDACO THRU 0640-IMPRIMIR-PEDACO-EXIT
               VARYING WRK-POS-PEDACO FROM 1 BY 60
               UNTIL WRK-POS-PEDACO > WRK-TAM-REGISTRO.
       0630-IMPRIMIR-REGISTRO-EXIT.
           EXIT.

       0640-IMPRIMIR-PEDACO.
           COMPUTE WRK-TAM-PEDACO =
               WRK-TAM-REGISTRO - WRK-POS-PEDACO + 1.
           IF WRK-TAM-PEDACO > 60
               MOVE 60 TO WRK-TAM-PEDACO
           END-IF.
           MOVE WRK-REG-LIDO(WRK-POS-PEDACO:WRK-TAM-PEDACO)
               TO WRK-DET-CONTEUDO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           MOVE SPACES TO WRK-DET-ARQUIVO.
           MOVE ZEROS TO WRK-DET-OCORRENCIA.
       0640-IMPRIMIR-PEDACO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LINHA DE QUANTIDADE DO ARQUIVO E ACUMULO NO TOTAL DO *
      * TITULAR.                                             *
      *----------------------------------------------------*
       0650-TOTALIZAR-ARQUIVO.
           MOVE WRK-ARQUIVO-ATUAL TO WRK-TAR-ARQUIVO.
           MOVE WRK-QTD-NO-ARQUIVO TO WRK-TAR-QTD.
           MOVE WRK-TAR-QUANTIDADE TO WRK-TAR-SITUACAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-ARQUIVO.
           IF WRK-QTD-NO-ARQUIVO > ZEROS
               ADD WRK-QTD-NO-ARQUIVO TO WRK-QTD-DO-TITULAR
               ADD 1 TO WRK-QTD-ARQ-COM-DADOS
           END-IF.
       0650-TOTALIZAR-ARQUIVO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FECHA OS CARTOES E O RELATORIO E GRAVA A OCORRENCIA  *
      * NO RUNLOG (OS PEDIDOS ATENDIDOS FICAM REGISTRADOS).  *
      *----------------------------------------------------*
       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'LGPDTIT: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           CLOSE PEDIDO-ARQ.
           CLOSE RELATORIO-ARQ.
           MOVE 'LGPDTIT' TO WRK-LOG-PROGRAMA.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           IF WRK-HOUVE-ERRO
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               STRING 'RESPOSTA INCOMPLETA - ' WRK-QTD-PEDIDOS
                   ' PEDIDO(S) - ARQUIVO COM ERRO - VER LGPDTREL'
                   DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           ELSE
               IF WRK-QTD-INVALIDOS > ZEROS
                   MOVE 'A' TO WRK-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WRK-LOG-SEVERIDADE
               END-IF
               STRING 'ATENDIDOS ' WRK-QTD-PEDIDOS
                   ' PEDIDO(S) DE TITULAR - INVALIDOS '
                   WRK-QTD-INVALIDOS
                   DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           END-IF.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           DISPLAY 'LGPDTIT: ' WRK-QTD-PEDIDOS
               ' PEDIDO(S) ATENDIDO(S), ' WRK-QTD-INVALIDOS
               ' INVALIDO(S)'.
           IF WRK-HOUVE-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-INVALIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

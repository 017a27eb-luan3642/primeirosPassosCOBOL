      *   TRAILER, HEADER FORA DO LUGAR OU TRAILER AUSENTE
      *   (TRANSMISSAO TRUNCADA) REJEITAM O ARQUIVO INTEIRO. A
      *   ORDENACAO PASSOU A LIBERAR SO OS REGISTROS DE DETALHE.
      * - O ACUMULADO POR PRODUTO GANHOU O CORTE POR LOJA: O
      *   FECHAMENTO GRAVA TAMBEM O ARQUIVO PRODLOJA (PRODUTO,
      *   LOJA, QUANTIDADE E RECEITA), BASE DO CUSTO DAS
      *   MERCADORIAS VENDIDAS POR LOJA NO RELATORIO DE MARGEM
      *   (MARGREL). TABELA CHEIA DEIXA A COMBINACAO DE FORA,
      *   COM AVISO (COMO A TABELA POR DIA + LOJA). O
      *   CHECKPOINT ACOMPANHOU A TABELA NOVA - UM CHECKPOINT
      *   GRAVADO NO LAYOUT ANTERIOR NAO SERVE DE RETOMADA.
      * - PROMOCOES COM VIGENCIA (CADASTRO PROMMSTR, VER
      *   PROMREG.COB): ANTES DA CONFERENCIA DE PRECO, A VENDA
      *   PROCURA PROMOCAO DO PRODUTO PARA A LOJA (OU PARA
      *   TODAS AS LOJAS) VIGENTE NA DATA DO MOVIMENTO. HAVENDO,
      *   O PRECO DE REFERENCIA PASSA A SER O PROMOCIONAL (PRECO
      *   FIXO OU DESCONTO SOBRE O PRECO DE LISTA) E A VENDA
      *   ACEITA E MARCADA COMO PROMOCIONAL: O PRODTOT GANHOU A
      *   QUANTIDADE E A RECEITA EM PROMOCAO. O PRODLOJA
      *   PASSOU A SER CORTADO TAMBEM PELA DATA DO MOVIMENTO,
      *   PARA O CMVDIA GUARDAR A VENDA DIA A DIA (BASE DO
      *   RELATORIO DE DESEMPENHO DAS CAMPANHAS, PROMREL). O
      *   CHECKPOINT ACOMPANHOU - O LAYOUT ANTERIOR NAO SERVE DE
      *   RETOMADA.
      * - A VENDA A PRAZO PASSOU A RESPEITAR O CREDITO DO
      *   CLIENTE: O CLIMSTR GANHOU O LIMITE E A SITUACAO DE
      *   CREDITO, E O SALDO EM ABERTO DE CADA CLIENTE E
      *   MONTADO DO CRABERTO NA ENTRADA (ITENS 'A' MENOS
      *   ESTORNOS 'E', COM A DATA DO ITEM MAIS ANTIGO). VENDA
      *   'F' DE CLIENTE BLOQUEADO, COM ITEM EM ABERTO HA MAIS
      *   DIAS QUE O CARTAO CREDDIAS (PADRAO 60, PELA MESMA
      *   CONTA COMERCIAL DO CRAGING) OU QUE LEVARIA O SALDO
      *   ACIMA DO LIMITE VAI PARA VENDREJ COM MOTIVO PROPRIO.
      *   A VENDA ACEITA SOMA NO SALDO E O ESTORNO ABATE, PARA
      *   AS VENDAS SEGUINTES DO MESMO DIA. ESTORNO NAO PASSA
      *   PELA CONFERENCIA DE CREDITO.
      * - CREDIARIO PARCELADO: A TRANSACAO GANHOU O PLANO DE
      *   FINANCIAMENTO E O NUMERO DE PARCELAS NO FIM DO
      *   REGISTRO (54 BYTES; O VENDREJ ACOMPANHOU). A VENDA
      *   'F' COM PLANO (CADASTRO PLANMSTR, VER PLANREG.COB) E
      *   DESDOBRADA EM UM ITEM DO CRABERTO POR PARCELA: JUROS
      *   SIMPLES DA TAXA MENSAL DO PLANO PELO NUMERO DE
      *   PARCELAS, CALCULADOS PELA ROTINA COMUM ARITMETICA,
      *   COM A SOBRA DE CENTAVOS NA ULTIMA PARCELA; VENCIMENTO
      *   MES A MES NO DIA DA VENDA, ADIADO PARA O DIA UTIL
      *   SEGUINTE PELA ROTINA DIAUTIL. PLANO INEXISTENTE OU
      *   PARCELAS FORA DO PLANO VAO PARA VENDREJ. O LIMITE DE
      *   CREDITO PASSOU A SER CONFERIDO PELO TOTAL FINANCIADO
      *   E O ATRASO PELO VENCIMENTO DE CADA PARCELA. O ESTORNO
      *   DE VENDA PARCELADA TRAZ O MESMO PLANO E GERA UM 'E'
      *   POR PARCELA.
      * - PROGRAMA DE FIDELIDADE: A VENDA ACEITA DE CLIENTE
      *   IDENTIFICADO (CODIGO DO CLIENTE NA TRANSACAO, QUALQUER
      *   FORMA MENOS O RESGATE DE VALE 'V') E ACRESCENTADA AOS
      *   PONTOS DE FIDELIDADE (FIDSALDO, VER FIDREG.COB) COM
      *   SITUACAO 'V', E O ESTORNO ACEITO DELA COM SITUACAO
      *   'E', COMO O CRABERTO. O FIDPONT PONTUA E CONSOLIDA.
      * - DIARIO DE OPERACOES POR TERMINAL (OPERDIA, VER
      *   OPERREG.COB), ACRESCENTADO A CADA FECHAMENTO: UM
      *   REGISTRO POR VENDA ACEITA, POR ESTORNO ACEITO E POR
      *   VENDA RECUSADA NA CONFERENCIA DE PRECO, COM TERMINAL,
      *   REFERENCIA, VALOR E DATA DO MOVIMENTO. BASE DO
      *   RELATORIO SEMANAL DE EXCECOES POR OPERADOR (OPERREL).
      * - CORTE DE DIA LIMPA TAMBEM OS SLOTS DA TABELA DE
      *   TERMINAIS: O SEARCH ACHAVA O SLOT DO DIA ANTERIOR E O
      *   TERMINAL FICAVA FORA DO TERMTOT DO DIA SEGUINTE.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PTOT.

           SELECT PRODLOJA-ARQ ASSIGN TO 'PRODLOJA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLO.

           SELECT VENDREFS-ARQ ASSIGN TO 'VENDREFS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REF.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PTL.

           SELECT CREDDIAS-ARQ ASSIGN TO 'CREDDIAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CDD.

           SELECT PLANO-ARQ ASSIGN TO 'PLANMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PLN.

           SELECT PROMOCAO-ARQ ASSIGN TO 'PROMMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT VALEMSTR-ARQ ASSIGN TO 'VALEMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRA.

           SELECT FIDSALDO-ARQ ASSIGN TO 'FIDSALDO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FID.

           SELECT OPERDIA-ARQ ASSIGN TO 'OPERDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
      *    TRES VISOES DO MESMO REGISTRO DE 54 BYTES: HEADER
      *    ('H'), DETALHE ('D') E TRAILER ('T') DA TRANSMISSAO.
      *    O CLIENTE SO E EXIGIDO NA VENDA A PRAZO (FORMA 'F');
      *    A LOJA ZERADA ASSUME A LOJA DO TERMINAL NO TERMMSTR.
      *    PLANO E PARCELAS SO VALEM NA VENDA A PRAZO (PLANO 00
      *    = SEM PARCELAMENTO, PARCELAS 00 OU 01).
       FD  VENDATXN-ARQ.
       01  WRK-REG-VENDA.
           05  VND-TIPO-REG            PIC X(01).
           05  VND-CLIENTE             PIC 9(06).
           05  VND-LOJA                PIC 9(02).
           05  VND-VALE                PIC 9(08).
           05  VND-PLANO               PIC 9(02).
           05  VND-PARCELAS            PIC 9(02).
       01  WRK-REG-VENDA-CAB.
           05  CAB-TIPO-REG            PIC X(01).
           05  CAB-DATA                PIC 9(08).
           05  CAB-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(35).
       01  WRK-REG-VENDA-TRL.
           05  TRL-TIPO-REG            PIC X(01).
           05  TRL-QTD                 PIC 9(06).
           05  TRL-HASH                PIC 9(13)V99.
           05  FILLER                  PIC X(32).

       SD  VSORTWK-ARQ.
       01  WRK-REG-SORT.
           05  SRT-CLIENTE             PIC 9(06).
           05  SRT-LOJA                PIC 9(02).
           05  SRT-VALE                PIC 9(08).
           05  SRT-PLANO               PIC 9(02).
           05  SRT-PARCELAS            PIC 9(02).

       FD  VENDASORD-ARQ.
       01  WRK-REG-ORDENADO.
           05  ORD-CLIENTE             PIC 9(06).
           05  ORD-LOJA                PIC 9(02).
           05  ORD-VALE                PIC 9(08).
           05  ORD-PLANO               PIC 9(02).
           05  ORD-PARCELAS            PIC 9(02).

      *    UM REGISTRO POR DIA DE MOVIMENTO PRESENTE NO ARQUIVO
      *    DE TRANSACOES (NORMALMENTE UM SO; VARIOS DEPOIS DE UM
               10  CKPT-PROD-CODIGO    PIC 9(04).
               10  CKPT-PROD-QT        PIC 9(06).
               10  CKPT-PROD-VALOR     PIC 9(09)V99.
               10  CKPT-PROD-QT-PROMO  PIC 9(06).
               10  CKPT-PROD-VLR-PROMO PIC 9(09)V99.
           05  CKPT-DATA-MOVTO         PIC 9(08).
           05  CKPT-QTD-DIAS           PIC 9(02).
           05  CKPT-DIA OCCURS 31 TIMES.
               10  CKPT-TDIA-SUBTOTAL  PIC 9(09)V99.
               10  CKPT-TDIA-QT        PIC 9(06).
               10  CKPT-TDIA-DINHEIRO  PIC 9(09)V99.
           05  CKPT-QTD-PRODLOJA       PIC 9(04).
           05  CKPT-PLJ OCCURS 1998 TIMES.
               10  CKPT-PLJ-PRODUTO    PIC 9(04).
               10  CKPT-PLJ-LOJA       PIC 9(02).
               10  CKPT-PLJ-QT         PIC 9(06).
               10  CKPT-PLJ-VALOR      PIC 9(09)V99.
               10  CKPT-PLJ-DATA       PIC 9(08).

       FD  VENDHIST-ARQ.
           COPY 'VENDAREG.COB'.
           05  REJ-CLIENTE             PIC 9(06).
           05  REJ-LOJA                PIC 9(02).
           05  REJ-VALE                PIC 9(08).
           05  REJ-PLANO               PIC 9(02).
           05  REJ-PARCELAS            PIC 9(02).

       FD  TERMMSTR-ARQ.
       01  WRK-REG-TERMMSTR.
           05  PRT-PRODUTO             PIC 9(04).
           05  PRT-QT                  PIC 9(06).
           05  PRT-VALOR               PIC 9(09)V99.
      *    PARTE DA QUANTIDADE E DA RECEITA VENDIDA EM PROMOCAO.
           05  PRT-QT-PROMO            PIC 9(06).
           05  PRT-VALOR-PROMO         PIC 9(09)V99.

      *    ACUMULADO POR PRODUTO E LOJA, BASE DO CUSTO DAS
      *    MERCADORIAS VENDIDAS POR LOJA (MARGREL).
       FD  PRODLOJA-ARQ.
       01  WRK-REG-PRODLOJA.
           05  PLO-PRODUTO             PIC 9(04).
           05  PLO-LOJA                PIC 9(02).
           05  PLO-QT                  PIC 9(06).
           05  PLO-VALOR               PIC 9(09)V99.
           05  PLO-DATA                PIC 9(08).

       FD  VENDREFS-ARQ.
       01  WRK-REG-VENDREFS.
       FD  PRECTOL-ARQ.
       01  WRK-REG-PRECTOL             PIC 9(02)V99.

      *    CARTAO COM O MAXIMO DE DIAS DE ATRASO NO CREDIARIO
      *    ACEITO PARA UMA NOVA VENDA A PRAZO.
       FD  CREDDIAS-ARQ.
       01  WRK-REG-CREDDIAS            PIC 9(03).

       FD  PLANO-ARQ.
           COPY 'PLANREG.COB'.

       FD  PROMOCAO-ARQ.
           COPY 'PROMREG.COB'.

       FD  VALEMSTR-ARQ.
           COPY 'VALEREG.COB'.

       FD  CRABERTO-ARQ.
           COPY 'CREDIREG.COB'.

      *    EVENTOS DOS PONTOS DE FIDELIDADE: VENDA ACEITA DE
      *    CLIENTE IDENTIFICADO ENTRA COM SITUACAO 'V' E O SEU
      *    ESTORNO COM SITUACAO 'E'; O FIDPONT PONTUA E CONSOLIDA.
       FD  FIDSALDO-ARQ.
           COPY 'FIDREG.COB'.

       FD  OPERDIA-ARQ.
           COPY 'OPERREG.COB'.

      *    SUBTOTAL POR TERMINAL DE CADA DIA DE MOVIMENTO, COM A
      *    PARTE EM DINHEIRO DESTACADA PARA A CONFERENCIA DE
      *    CAIXA DECLARADO (CAIXACON).
           COPY 'MESES.COB'.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.
           COPY 'DIAUTREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
       77  WRK-FS-TTOT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CLI                   PIC X(02) VALUE SPACES.
       77  WRK-FS-CRA                   PIC X(02) VALUE SPACES.
       77  WRK-FS-FID                   PIC X(02) VALUE SPACES.
       77  WRK-FS-OPE                   PIC X(02) VALUE SPACES.

      *    CADASTRO DE CLIENTES (CLIMSTR), PARA VALIDAR A VENDA
      *    A PRAZO. SEM O CADASTRO, TODA VENDA 'F' E REJEITADA -
                   INDEXED BY WRK-IDX-CLI.
               10  WRK-CLI-CODIGO       PIC 9(06).
               10  WRK-CLI-ATIVO        PIC X(01).
               10  WRK-CLI-LIMITE       PIC 9(07)V99.
               10  WRK-CLI-SIT-CREDITO  PIC X(01).
               10  WRK-CLI-SALDO        PIC 9(09)V99.
               10  WRK-CLI-DATA-ANTIGA  PIC 9(08).
       77  WRK-MOTIVO-CLIENTE           PIC X(30) VALUE SPACES.

      *    CREDITO DO CLIENTE: SALDO EM ABERTO MONTADO DO
      *    CRABERTO NA ENTRADA E O MAXIMO DE DIAS DE ATRASO
      *    (CARTAO CREDDIAS). O ATRASO E CONTADO PELA DIFERENCA
      *    COMERCIAL DE 30 DIAS POR MES, COMO NO CRAGING.
       77  WRK-FS-CDD                   PIC X(02) VALUE SPACES.
       77  WRK-DIAS-ATRASO-MAXIMO       PIC 9(03) VALUE 60.
       77  WRK-DIAS-ATRASO              PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO-PROJETADO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SW-FIM-CRA               PIC X(01) VALUE 'N'.
           88  WRK-FIM-CRA                         VALUE 'S'.
       01  WRK-DATA-ITEM-CREDITO.
           05  WRK-DIC-ANO              PIC 9(04).
           05  WRK-DIC-MES              PIC 9(02).
           05  WRK-DIC-DIA              PIC 9(02).
       01  WRK-DATA-VENDA-CREDITO.
           05  WRK-DVC-ANO              PIC 9(04).
           05  WRK-DVC-MES              PIC 9(02).
           05  WRK-DVC-DIA              PIC 9(02).

      *    PLANOS DE FINANCIAMENTO DO CREDIARIO (PLANMSTR). SEM O
      *    CADASTRO, SO A VENDA A PRAZO SEM PARCELAMENTO PASSA.
       77  WRK-FS-PLN                   PIC X(02) VALUE SPACES.
       77  WRK-QTD-PLANOS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PLANOS.
           05  WRK-PLA OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-PLANOS
                   INDEXED BY WRK-IDX-PLA.
               10  WRK-PLA-CODIGO       PIC 9(02).
               10  WRK-PLA-PARCELAS-MIN PIC 9(02).
               10  WRK-PLA-PARCELAS-MAX PIC 9(02).
               10  WRK-PLA-TAXA         PIC 9(02)V99.

      *    PARCELAS DA VENDA A PRAZO CORRENTE, MONTADAS NA
      *    VALIDACAO DO CLIENTE E GRAVADAS NO CRABERTO QUANDO A
      *    VENDA (OU O ESTORNO) E ACEITA.
       77  WRK-QTD-PARCELAS-VENDA       PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PARCELAS.
           05  WRK-PAR OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-PARCELAS-VENDA
                   INDEXED BY WRK-IDX-PAR.
               10  WRK-PAR-VALOR        PIC 9(07)V99.
               10  WRK-PAR-VENCIMENTO   PIC 9(08).
       77  WRK-TAXA-PLANO               PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TOTAL-FINANCIADO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA-PARCELA     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MESES-SOMADOS            PIC 9(04) VALUE ZEROS.
       77  WRK-ANOS-SOMADOS             PIC 9(04) VALUE ZEROS.

      *    PARAMETROS DA ROTINA COMUM ARITMETICA.
       77  WRK-OPERACAO                 PIC X(01) VALUE SPACES.
       77  WRK-NUM1                     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NUM2                     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESULTADO                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RETORNO                  PIC 9(02) VALUE ZEROS.

      *    DATA DE VARREDURA DO VENCIMENTO DAS PARCELAS.
       01  WRK-DATA-VARRE.
           05  WRK-VAR-ANO              PIC 9(04).
           05  WRK-VAR-MES              PIC 9(02).
           05  WRK-VAR-DIA              PIC 9(02).
       77  WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO           PIC 9(04) VALUE ZEROS.
       77  WRK-DESCARTE                 PIC 9(04) VALUE ZEROS.

      *    PRECO DE LISTA EM VIGOR POR PRODUTO (PRECMSTR) E A
      *    TOLERANCIA DE VARIACAO (CARTAO PRECTOL). SEM O
      *    PRECMSTR, A CONFERENCIA DE PRECO FICA DESLIGADA.
       77  WRK-DESVIO-PRECO             PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DESVIO-PERC              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MOTIVO-PRECO             PIC X(30) VALUE SPACES.
       77  WRK-PRECO-REFERENCIA         PIC 9(07)V99 VALUE ZEROS.

      *    PROMOCOES DO CADASTRO PROMMSTR. A VIGENCIA E TESTADA
      *    VENDA A VENDA CONTRA A DATA DO MOVIMENTO, ENTAO TODAS
      *    AS LINHAS VALIDAS FICAM NA TABELA. PROMOCAO DA LOJA
      *    PREVALECE SOBRE A DE TODAS AS LOJAS (LOJA 00).
       77  WRK-FS-PRM                   PIC X(02) VALUE SPACES.
       77  WRK-QTD-PROMOCOES            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PROMOCOES.
           05  WRK-PMC OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-QTD-PROMOCOES
                   INDEXED BY WRK-IDX-PMC.
               10  WRK-PMC-PRODUTO      PIC 9(04).
               10  WRK-PMC-LOJA         PIC 9(02).
               10  WRK-PMC-TIPO         PIC X(01).
               10  WRK-PMC-PRECO        PIC 9(07)V99.
               10  WRK-PMC-PERCENTUAL   PIC 9(02)V99.
               10  WRK-PMC-INICIO       PIC 9(08).
               10  WRK-PMC-FIM          PIC 9(08).
       77  WRK-PRECO-PROMO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRECO-CANDIDATO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LOJA-PROMO               PIC 9(02) VALUE ZEROS.
       77  WRK-SW-PROMO-ACHADA          PIC X(01) VALUE 'N'.
           88  WRK-PROMO-ACHADA                    VALUE 'S'.
       77  WRK-SW-VENDA-PROMO           PIC X(01) VALUE 'N'.
           88  WRK-VENDA-PROMO                     VALUE 'S'.

      *    ALIQUOTAS POR CLASSE FISCAL (CARTAO TAXATAB) E O
      *    IMPOSTO ACUMULADO POR CLASSE/DIA, GRAVADO EM TAXATOT
               10  WRK-LDI-VALE         PIC 9(09)V99.
               10  WRK-LDI-IMPOSTO      PIC 9(09)V99.
       77  WRK-QTD-FIADO-ABERTOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EVENTOS-PONTOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EVENTOS-OPERACAO     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TERMDIA              PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TERMDIA.
           05  WRK-TDIA OCCURS 620 TIMES INDEXED BY WRK-IDX-TDIA.
               10  WRK-PROD-CODIGO      PIC 9(04).
               10  WRK-PROD-QT          PIC 9(06).
               10  WRK-PROD-VALOR       PIC 9(09)V99.
               10  WRK-PROD-QT-PROMO    PIC 9(06).
               10  WRK-PROD-VALOR-PROMO PIC 9(09)V99.

      *    O MESMO ACUMULADO CORTADO POR DATA DO MOVIMENTO +
      *    PRODUTO + LOJA, GRAVADO EM PRODLOJA NO FECHAMENTO.
       77  WRK-FS-PLO                   PIC X(02) VALUE SPACES.
       77  WRK-QTD-PRODLOJA             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PRODLOJA.
           05  WRK-PLJ OCCURS 1998 TIMES INDEXED BY WRK-IDX-PLJ.
               10  WRK-PLJ-PRODUTO      PIC 9(04).
               10  WRK-PLJ-LOJA         PIC 9(02).
               10  WRK-PLJ-QT           PIC 9(06).
               10  WRK-PLJ-VALOR        PIC 9(09)V99.
               10  WRK-PLJ-DATA         PIC 9(08).
      *    ERRO GRAVE DE ACUMULACAO (CODIGO QUE NAO COUBE EM
      *    NENHUM SLOT): O FECHAMENTO PARA COM RETURN-CODE 8 E O
      *    CHECKPOINT PRESERVADO PARA A RETOMADA.
               THRU 0144-CARREGAR-REFERENCIAS-EXIT.
           PERFORM 0146-CARREGAR-CLIENTES
               THRU 0146-CARREGAR-CLIENTES-EXIT.
           PERFORM 0146A-CARREGAR-SALDOS-CREDITO
               THRU 0146A-CARREGAR-SALDOS-CREDITO-EXIT.
           PERFORM 0132-CARREGAR-PLANOS
               THRU 0132-CARREGAR-PLANOS-EXIT.
           PERFORM 0141-CARREGAR-PRECOS
               THRU 0141-CARREGAR-PRECOS-EXIT.
           PERFORM 0141B-CARREGAR-PROMOCOES
               THRU 0141B-CARREGAR-PROMOCOES-EXIT.
           PERFORM 0137-CARREGAR-VALES
               THRU 0137-CARREGAR-VALES-EXIT.
           PERFORM 0138-CARREGAR-ALIQUOTAS
                       CLOSE CRABERTO-ARQ
                       OPEN OUTPUT CRABERTO-ARQ
                   END-IF
                   OPEN EXTEND FIDSALDO-ARQ
                   IF WRK-FS-FID NOT = '00'
                       CLOSE FIDSALDO-ARQ
                       OPEN OUTPUT FIDSALDO-ARQ
                   END-IF
                   OPEN EXTEND OPERDIA-ARQ
                   IF WRK-FS-OPE NOT = '00'
                       CLOSE OPERDIA-ARQ
                       OPEN OUTPUT OPERDIA-ARQ
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
                   SET WRK-FIM-VENDA TO TRUE
               TO WRK-PROD-CODIGO(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-QT(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-VALOR(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-QT-PROMO(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-VALOR-PROMO(WRK-IDX-PROD).
       0143A-SEMEAR-PRODUTO-EXIT.
           EXIT.

                               TO WRK-CLI-CODIGO(WRK-IDX-CLI)
                           MOVE WRK-CLM-ATIVO
                               TO WRK-CLI-ATIVO(WRK-IDX-CLI)
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
       0146-CARREGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA O SALDO EM ABERTO DE CADA CLIENTE DO CADASTRO  *
      * PELOS EVENTOS DO CRABERTO (ANTES DA ABERTURA EM      *
      * EXTEND): ITEM 'A' SOMA E GUARDA O VENCIMENTO MAIS    *
      * ANTIGO (SEM VENCIMENTO, A DATA DA VENDA),            *
      * ESTORNO 'E' ABATE. NUMA RETOMADA, O QUE JA FOI       *
      * ACRESCENTADO ANTES DA QUEDA ENTRA AQUI. LE TAMBEM O  *
      * CARTAO CREDDIAS.                                     *
      *----------------------------------------------------*
       0146A-CARREGAR-SALDOS-CREDITO.
           OPEN INPUT CREDDIAS-ARQ.
           IF WRK-FS-CDD = '00'
               READ CREDDIAS-ARQ
                   NOT AT END MOVE WRK-REG-CREDDIAS
                       TO WRK-DIAS-ATRASO-MAXIMO
               END-READ
               CLOSE CREDDIAS-ARQ
           END-IF.
           IF WRK-QTD-CLIENTES = ZEROS
               GO TO 0146A-CARREGAR-SALDOS-CREDITO-EXIT
           END-IF.
           OPEN INPUT CRABERTO-ARQ.
           IF WRK-FS-CRA NOT = '00'
               GO TO 0146A-CARREGAR-SALDOS-CREDITO-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-FIM-CRA.
           PERFORM 0146B-SOMAR-EVENTO-CREDITO
               THRU 0146B-SOMAR-EVENTO-CREDITO-EXIT
               UNTIL WRK-FIM-CRA.
           CLOSE CRABERTO-ARQ.
       0146A-CARREGAR-SALDOS-CREDITO-EXIT.
           EXIT.

       0146B-SOMAR-EVENTO-CREDITO.
           READ CRABERTO-ARQ
               AT END
                   SET WRK-FIM-CRA TO TRUE
                   GO TO 0146B-SOMAR-EVENTO-CREDITO-EXIT
           END-READ.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   GO TO 0146B-SOMAR-EVENTO-CREDITO-EXIT
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
       0146B-SOMAR-EVENTO-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS PLANOS DE FINANCIAMENTO DO CREDIARIO      *
      * (PLANMSTR, VER PLANREG.COB). SEM O CADASTRO, TODA    *
      * VENDA A PRAZO COM PLANO E REJEITADA, COM AVISO.      *
      *----------------------------------------------------*
       0132-CARREGAR-PLANOS.
           MOVE ZEROS TO WRK-QTD-PLANOS.
           OPEN INPUT PLANO-ARQ.
           IF WRK-FS-PLN NOT = '00'
               DISPLAY 'TABUADA: PLANMSTR INDISPONIVEL - VENDA A '
                   'PRAZO PARCELADA SERA REJEITADA'
               GO TO 0132-CARREGAR-PLANOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PLN = '10'
               READ PLANO-ARQ
                   AT END MOVE '10' TO WRK-FS-PLN
                   NOT AT END
                       IF WRK-QTD-PLANOS >= 99
                           DISPLAY 'TABUADA: PLANMSTR TEM MAIS DE '
                               '99 PLANOS - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-PLANOS
                           SET WRK-IDX-PLA TO WRK-QTD-PLANOS
                           MOVE WRK-PLN-CODIGO
                               TO WRK-PLA-CODIGO(WRK-IDX-PLA)
                           MOVE WRK-PLN-PARCELAS-MIN
                               TO WRK-PLA-PARCELAS-MIN(WRK-IDX-PLA)
                           MOVE WRK-PLN-PARCELAS-MAX
                               TO WRK-PLA-PARCELAS-MAX(WRK-IDX-PLA)
                           MOVE WRK-PLN-TAXA-MENSAL
                               TO WRK-PLA-TAXA(WRK-IDX-PLA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANO-ARQ.
       0132-CARREGAR-PLANOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O PASSIVO DE VALES-TROCA (VALEMSTR). SEM O    *
      * ARQUIVO (NENHUM VALE EMITIDO), TODO RESGATE 'V' E     *
           EXIT.

      *----------------------------------------------------*
      * CARREGA O CADASTRO DE PROMOCOES (PROMMSTR). SEM ELE, *
      * AS VENDAS SAO CONFERIDAS SO PELO PRECO DE LISTA.     *
      *----------------------------------------------------*
       0141B-CARREGAR-PROMOCOES.
           MOVE ZEROS TO WRK-QTD-PROMOCOES.
           OPEN INPUT PROMOCAO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               DISPLAY 'TABUADA: PROMMSTR INDISPONIVEL - VENDAS '
                   'CONFERIDAS SO PELO PRECO DE LISTA'
               GO TO 0141B-CARREGAR-PROMOCOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PRM = '10'
               READ PROMOCAO-ARQ
                   AT END MOVE '10' TO WRK-FS-PRM
                   NOT AT END
                       PERFORM 0141C-GUARDAR-PROMOCAO
                           THRU 0141C-GUARDAR-PROMOCAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE PROMOCAO-ARQ.
           DISPLAY 'TABUADA: ' WRK-QTD-PROMOCOES
               ' LINHAS DE PROMOCAO CARREGADAS'.
       0141B-CARREGAR-PROMOCOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA UMA LINHA DE PROMOCAO. TIPO DESCONHECIDO,     *
      * PRECO OU DESCONTO ZERADO E PERIODO INVERTIDO SAO     *
      * IGNORADOS, COM AVISO.                                *
      *----------------------------------------------------*
       0141C-GUARDAR-PROMOCAO.
           IF (NOT WRK-PRM-PRECO-FIXO AND NOT WRK-PRM-DESCONTO)
               OR (WRK-PRM-PRECO-FIXO AND WRK-PRM-PRECO = ZEROS)
               OR (WRK-PRM-DESCONTO
                   AND WRK-PRM-PERCENTUAL = ZEROS)
               OR WRK-PRM-DATA-INICIO > WRK-PRM-DATA-FIM
               DISPLAY 'TABUADA: PROMOCAO ' WRK-PRM-CODIGO
                   ' PRODUTO ' WRK-PRM-PRODUTO
                   ' INVALIDA - IGNORADA'
               GO TO 0141C-GUARDAR-PROMOCAO-EXIT
           END-IF.
           IF WRK-QTD-PROMOCOES >= 999
               DISPLAY 'TABUADA: PROMMSTR TEM MAIS DE 999 '
                   'LINHAS - EXCEDENTES IGNORADAS'
               GO TO 0141C-GUARDAR-PROMOCAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PROMOCOES.
           SET WRK-IDX-PMC TO WRK-QTD-PROMOCOES.
           MOVE WRK-PRM-PRODUTO TO WRK-PMC-PRODUTO(WRK-IDX-PMC).
           MOVE WRK-PRM-LOJA TO WRK-PMC-LOJA(WRK-IDX-PMC).
           MOVE WRK-PRM-TIPO TO WRK-PMC-TIPO(WRK-IDX-PMC).
           MOVE WRK-PRM-PRECO TO WRK-PMC-PRECO(WRK-IDX-PMC).
           MOVE WRK-PRM-PERCENTUAL
               TO WRK-PMC-PERCENTUAL(WRK-IDX-PMC).
           MOVE WRK-PRM-DATA-INICIO TO WRK-PMC-INICIO(WRK-IDX-PMC).
           MOVE WRK-PRM-DATA-FIM TO WRK-PMC-FIM(WRK-IDX-PMC).
       0141C-GUARDAR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE O VALOR DA VENDA CONTRA O PRECO DE REFERENCIA *
      * DO PRODUTO: O PROMOCIONAL, SE HOUVER PROMOCAO VIGENTE *
      * PARA A LOJA NA DATA DO MOVIMENTO, OU O DE LISTA.      *
      * DESVIO ACIMA DA TOLERANCIA PERCENTUAL DEVOLVE O       *
      * MOTIVO EM WRK-MOTIVO-PRECO (BRANCO = VALOR ACEITO).   *
      * VENDA ACEITA EM PROMOCAO LIGA WRK-VENDA-PROMO.        *
      * PRODUTO SEM PRECO NAO E CONFERIDO.                    *
      *----------------------------------------------------*
       0143-CONFERIR-PRECO.
           MOVE SPACES TO WRK-MOTIVO-PRECO.
           MOVE 'N' TO WRK-SW-VENDA-PROMO.
           IF WRK-QTD-PRECOS = ZEROS
               AND WRK-QTD-PROMOCOES = ZEROS
               GO TO 0143-CONFERIR-PRECO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PRECO-LISTA.
           IF WRK-QTD-PRECOS > ZEROS
               SET WRK-IDX-PRE TO 1
               SEARCH WRK-PRE
                   AT END
                       CONTINUE
                   WHEN WRK-PRE-PRODUTO(WRK-IDX-PRE) = ORD-PRODUTO
                       MOVE WRK-PRE-PRECO(WRK-IDX-PRE)
                           TO WRK-PRECO-LISTA
               END-SEARCH
           END-IF.
           PERFORM 0143C-LOCALIZAR-PROMOCAO
               THRU 0143C-LOCALIZAR-PROMOCAO-EXIT.
           IF WRK-PROMO-ACHADA
               MOVE WRK-PRECO-PROMO TO WRK-PRECO-REFERENCIA
           ELSE
               MOVE WRK-PRECO-LISTA TO WRK-PRECO-REFERENCIA
           END-IF.
           IF WRK-PRECO-REFERENCIA = ZEROS
               GO TO 0143-CONFERIR-PRECO-EXIT
           END-IF.
           COMPUTE WRK-DESVIO-PRECO =
               ORD-VALOR - WRK-PRECO-REFERENCIA.
           IF WRK-DESVIO-PRECO < ZEROS
               COMPUTE WRK-DESVIO-PRECO = WRK-DESVIO-PRECO * -1
           END-IF.
           COMPUTE WRK-DESVIO-PERC ROUNDED =
               WRK-DESVIO-PRECO * 100 / WRK-PRECO-REFERENCIA
               ON SIZE ERROR MOVE 999,99 TO WRK-DESVIO-PERC
           END-COMPUTE.
           IF WRK-DESVIO-PERC > WRK-TOLERANCIA-PRECO
               IF WRK-PROMO-ACHADA
                   MOVE 'VALOR FORA DA PROMOCAO VIGENTE'
                       TO WRK-MOTIVO-PRECO
               ELSE
                   MOVE 'VALOR FORA DO PRECO DE LISTA'
                       TO WRK-MOTIVO-PRECO
               END-IF
               GO TO 0143-CONFERIR-PRECO-EXIT
           END-IF.
           IF WRK-PROMO-ACHADA
               SET WRK-VENDA-PROMO TO TRUE
           END-IF.
       0143-CONFERIR-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCURA PROMOCAO DO PRODUTO VIGENTE NA DATA DO       *
      * MOVIMENTO PARA A LOJA DA TRANSACAO. A DA PROPRIA     *
      * LOJA PREVALECE SOBRE A DE TODAS AS LOJAS; ENTRE DUAS *
      * DO MESMO NIVEL, VALE A ULTIMA DO CADASTRO. DESCONTO  *
      * PERCENTUAL SO SE APLICA A PRODUTO COM PRECO DE LISTA.*
      *----------------------------------------------------*
       0143C-LOCALIZAR-PROMOCAO.
           MOVE 'N' TO WRK-SW-PROMO-ACHADA.
           MOVE ZEROS TO WRK-PRECO-PROMO.
           MOVE ZEROS TO WRK-LOJA-PROMO.
           IF WRK-QTD-PROMOCOES = ZEROS
               GO TO 0143C-LOCALIZAR-PROMOCAO-EXIT
           END-IF.
           PERFORM 0225-DEFINIR-LOJA THRU 0225-DEFINIR-LOJA-EXIT.
           PERFORM 0143D-AVALIAR-PROMOCAO
               THRU 0143D-AVALIAR-PROMOCAO-EXIT
               VARYING WRK-IDX-PMC FROM 1 BY 1
               UNTIL WRK-IDX-PMC > WRK-QTD-PROMOCOES.
       0143C-LOCALIZAR-PROMOCAO-EXIT.
           EXIT.

       0143D-AVALIAR-PROMOCAO.
           IF WRK-PMC-PRODUTO(WRK-IDX-PMC) NOT = ORD-PRODUTO
               GO TO 0143D-AVALIAR-PROMOCAO-EXIT
           END-IF.
           IF WRK-PMC-LOJA(WRK-IDX-PMC) NOT = ZEROS
               AND WRK-PMC-LOJA(WRK-IDX-PMC)
                   NOT = WRK-LOJA-TRANSACAO
               GO TO 0143D-AVALIAR-PROMOCAO-EXIT
           END-IF.
           IF WRK-PMC-INICIO(WRK-IDX-PMC) > WRK-DATA-MOVTO-ATUAL
               OR WRK-PMC-FIM(WRK-IDX-PMC) < WRK-DATA-MOVTO-ATUAL
               GO TO 0143D-AVALIAR-PROMOCAO-EXIT
           END-IF.
           IF WRK-PROMO-ACHADA
               AND WRK-LOJA-PROMO NOT = ZEROS
               AND WRK-PMC-LOJA(WRK-IDX-PMC) = ZEROS
               GO TO 0143D-AVALIAR-PROMOCAO-EXIT
           END-IF.
           IF WRK-PMC-TIPO(WRK-IDX-PMC) = 'P'
               MOVE WRK-PMC-PRECO(WRK-IDX-PMC)
                   TO WRK-PRECO-CANDIDATO
           ELSE
               IF WRK-PRECO-LISTA = ZEROS
                   GO TO 0143D-AVALIAR-PROMOCAO-EXIT
               END-IF
               COMPUTE WRK-PRECO-CANDIDATO ROUNDED =
                   WRK-PRECO-LISTA
                   * (100 - WRK-PMC-PERCENTUAL(WRK-IDX-PMC)) / 100
           END-IF.
           SET WRK-PROMO-ACHADA TO TRUE.
           MOVE WRK-PMC-LOJA(WRK-IDX-PMC) TO WRK-LOJA-PROMO.
           MOVE WRK-PRECO-CANDIDATO TO WRK-PRECO-PROMO.
       0143D-AVALIAR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA O CLIENTE DA VENDA A PRAZO (FORMA 'F') CONTRA *
      * O CADASTRO. DEVOLVE O MOTIVO EM WRK-MOTIVO-CLIENTE   *
                           TO WRK-MOTIVO-CLIENTE
                   END-IF
           END-SEARCH.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0147-VALIDAR-CLIENTE-EXIT
           END-IF.
           PERFORM 0262-MONTAR-PARCELAS
               THRU 0262-MONTAR-PARCELAS-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               OR ORD-TIPO = 'E'
               GO TO 0147-VALIDAR-CLIENTE-EXIT
           END-IF.
           PERFORM 0147A-VALIDAR-CREDITO
               THRU 0147A-VALIDAR-CREDITO-EXIT.
       0147-VALIDAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE O CREDITO DO CLIENTE JA LOCALIZADO (INDICE   *
      * WRK-IDX-CLI) PARA UMA NOVA VENDA A PRAZO: BLOQUEIO   *
      * NO CADASTRO, PARCELA EM ABERTO VENCIDA HA MAIS QUE O *
      * MAXIMO DE DIAS NA DATA DA VENDA E SALDO MAIS O TOTAL *
      * FINANCIADO ACIMA DO LIMITE (LIMITE ZERO NAO E        *
      * CONTROLADO).                                         *
      *----------------------------------------------------*
       0147A-VALIDAR-CREDITO.
           IF WRK-CLI-SIT-CREDITO(WRK-IDX-CLI) = 'B'
               MOVE 'CLIENTE COM CREDITO BLOQUEADO'
                   TO WRK-MOTIVO-CLIENTE
               GO TO 0147A-VALIDAR-CREDITO-EXIT
           END-IF.
           IF WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI) NOT = ZEROS
               AND WRK-CLI-SALDO(WRK-IDX-CLI) > ZEROS
               MOVE WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
                   TO WRK-DATA-ITEM-CREDITO
               MOVE ORD-DATA TO WRK-DATA-VENDA-CREDITO
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-DVC-ANO - WRK-DIC-ANO) * 360)
                   + ((WRK-DVC-MES - WRK-DIC-MES) * 30)
                   + WRK-DVC-DIA - WRK-DIC-DIA
               IF WRK-DIAS-ATRASO > WRK-DIAS-ATRASO-MAXIMO
                   MOVE 'CLIENTE EM ATRASO NO CREDIARIO'
                       TO WRK-MOTIVO-CLIENTE
                   GO TO 0147A-VALIDAR-CREDITO-EXIT
               END-IF
           END-IF.
           IF WRK-CLI-LIMITE(WRK-IDX-CLI) = ZEROS
               GO TO 0147A-VALIDAR-CREDITO-EXIT
           END-IF.
           COMPUTE WRK-SALDO-PROJETADO =
               WRK-CLI-SALDO(WRK-IDX-CLI) + WRK-TOTAL-FINANCIADO.
           IF WRK-SALDO-PROJETADO > WRK-CLI-LIMITE(WRK-IDX-CLI)
               MOVE 'LIMITE DE CREDITO EXCEDIDO'
                   TO WRK-MOTIVO-CLIENTE
           END-IF.
       0147A-VALIDAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA O TERMINAL DA TRANSACAO CONTRA O CADASTRO:    *
      * NAO CADASTRADO OU INATIVO DEVOLVE O MOTIVO EM         *
                               THRU 0169-RESTAURAR-TERMDIA-EXIT
                               VARYING WRK-IDX-TDIA FROM 1 BY 1
                               UNTIL WRK-IDX-TDIA > WRK-QTD-TERMDIA
                           MOVE CKPT-QTD-PRODLOJA
                               TO WRK-QTD-PRODLOJA
                           PERFORM 0172-RESTAURAR-PRODLOJA
                               THRU 0172-RESTAURAR-PRODLOJA-EXIT
                               VARYING WRK-IDX-PLJ FROM 1 BY 1
                               UNTIL WRK-IDX-PLJ > WRK-QTD-PRODLOJA
                       END-IF
               END-READ
               CLOSE CHECKPT-ARQ
       0169-RESTAURAR-TERMDIA-EXIT.
           EXIT.

       0172-RESTAURAR-PRODLOJA.
           MOVE CKPT-PLJ-PRODUTO(WRK-IDX-PLJ)
               TO WRK-PLJ-PRODUTO(WRK-IDX-PLJ).
           MOVE CKPT-PLJ-LOJA(WRK-IDX-PLJ)
               TO WRK-PLJ-LOJA(WRK-IDX-PLJ).
           MOVE CKPT-PLJ-QT(WRK-IDX-PLJ)
               TO WRK-PLJ-QT(WRK-IDX-PLJ).
           MOVE CKPT-PLJ-VALOR(WRK-IDX-PLJ)
               TO WRK-PLJ-VALOR(WRK-IDX-PLJ).
           MOVE CKPT-PLJ-DATA(WRK-IDX-PLJ)
               TO WRK-PLJ-DATA(WRK-IDX-PLJ).
       0172-RESTAURAR-PRODLOJA-EXIT.
           EXIT.

       0170-RESTAURAR-TAXDIA.
           MOVE CKPT-TXD-DATA(WRK-IDX-TXD)
               TO WRK-TXD-DATA(WRK-IDX-TXD).
               TO WRK-PROD-QT(WRK-IDX-PROD).
           MOVE CKPT-PROD-VALOR(WRK-IDX-PROD)
               TO WRK-PROD-VALOR(WRK-IDX-PROD).
           MOVE CKPT-PROD-QT-PROMO(WRK-IDX-PROD)
               TO WRK-PROD-QT-PROMO(WRK-IDX-PROD).
           MOVE CKPT-PROD-VLR-PROMO(WRK-IDX-PROD)
               TO WRK-PROD-VALOR-PROMO(WRK-IDX-PROD).
       0167-RESTAURAR-PRODUTO-EXIT.
           EXIT.

               MOVE ORD-CLIENTE TO REJ-CLIENTE
               MOVE ORD-LOJA TO REJ-LOJA
               MOVE ORD-VALE TO REJ-VALE
               MOVE ORD-PLANO TO REJ-PLANO
               MOVE ORD-PARCELAS TO REJ-PARCELAS
               WRITE WRK-REG-VENDREJ
               DISPLAY 'TABUADA: REFERENCIA ' WRK-REFERENCIA-ATUAL
                   ' REJEITADA - FORMA DE PAGAMENTO INVALIDA "'
               MOVE ORD-CLIENTE TO REJ-CLIENTE
               MOVE ORD-LOJA TO REJ-LOJA
               MOVE ORD-VALE TO REJ-VALE
               MOVE ORD-PLANO TO REJ-PLANO
               MOVE ORD-PARCELAS TO REJ-PARCELAS
               WRITE WRK-REG-VENDREJ
               DISPLAY 'TABUADA: PRODUTO ' ORD-PRODUTO
                   ' DA REFERENCIA ' WRK-REFERENCIA-ATUAL
                   MOVE ORD-CLIENTE TO REJ-CLIENTE
                   MOVE ORD-LOJA TO REJ-LOJA
                   MOVE ORD-VALE TO REJ-VALE
                   MOVE ORD-PLANO TO REJ-PLANO
                   MOVE ORD-PARCELAS TO REJ-PARCELAS
                   WRITE WRK-REG-VENDREJ
                   DISPLAY 'TABUADA: VENDA DA REFERENCIA '
                       WRK-REFERENCIA-ATUAL ' REJEITADA - VALOR '
                       ORD-VALOR ' FORA DO PRECO DE REFERENCIA '
                       WRK-PRECO-REFERENCIA
                   MOVE 'P' TO WRK-OPE-TIPO
                   PERFORM 0275-GRAVAR-OPERACAO
                       THRU 0275-GRAVAR-OPERACAO-EXIT
                   PERFORM 0210-CHECKPOINT THRU 0210-CHECKPOINT-EXIT
                   GO TO 0200-PROCESSAR-EXIT
               END-IF
                   MOVE ORD-CLIENTE TO REJ-CLIENTE
                   MOVE ORD-LOJA TO REJ-LOJA
                   MOVE ORD-VALE TO REJ-VALE
                   MOVE ORD-PLANO TO REJ-PLANO
                   MOVE ORD-PARCELAS TO REJ-PARCELAS
                   WRITE WRK-REG-VENDREJ
                   DISPLAY 'TABUADA: VENDA A PRAZO DA REFERENCIA '
                       WRK-REFERENCIA-ATUAL ' REJEITADA - '
                   MOVE ORD-CLIENTE TO REJ-CLIENTE
                   MOVE ORD-LOJA TO REJ-LOJA
                   MOVE ORD-VALE TO REJ-VALE
                   MOVE ORD-PLANO TO REJ-PLANO
                   MOVE ORD-PARCELAS TO REJ-PARCELAS
                   WRITE WRK-REG-VENDREJ
                   DISPLAY 'TABUADA: RESGATE DO VALE ' ORD-VALE
                       ' DA REFERENCIA ' WRK-REFERENCIA-ATUAL
                   MOVE ORD-CLIENTE TO REJ-CLIENTE
                   MOVE ORD-LOJA TO REJ-LOJA
                   MOVE ORD-VALE TO REJ-VALE
                   MOVE ORD-PLANO TO REJ-PLANO
                   MOVE ORD-PARCELAS TO REJ-PARCELAS
                   WRITE WRK-REG-VENDREJ
                   DISPLAY 'TABUADA: REFERENCIA '
                       WRK-REFERENCIA-ATUAL ' REJEITADA - '
                       MOVE ORD-CLIENTE TO REJ-CLIENTE
                       MOVE ORD-LOJA TO REJ-LOJA
                       MOVE ORD-VALE TO REJ-VALE
                       MOVE ORD-PLANO TO REJ-PLANO
                       MOVE ORD-PARCELAS TO REJ-PARCELAS
                       WRITE WRK-REG-VENDREJ
                       DISPLAY 'TABUADA: ESTORNO DA REFERENCIA '
                           WRK-REFERENCIA-ATUAL ' VALOR ' WRK-VENDAS
                           PERFORM 0260-GRAVAR-CREDIARIO
                               THRU 0260-GRAVAR-CREDIARIO-EXIT
                       END-IF
                       PERFORM 0270-GRAVAR-PONTOS
                           THRU 0270-GRAVAR-PONTOS-EXIT
                       MOVE 'E' TO WRK-OPE-TIPO
                       PERFORM 0275-GRAVAR-OPERACAO
                           THRU 0275-GRAVAR-OPERACAO-EXIT
                       PERFORM 0229-EFETIVAR-VALE
                           THRU 0229-EFETIVAR-VALE-EXIT
                       PERFORM 0139-APURAR-IMPOSTO
                       PERFORM 0260-GRAVAR-CREDIARIO
                           THRU 0260-GRAVAR-CREDIARIO-EXIT
                   END-IF
                   PERFORM 0270-GRAVAR-PONTOS
                       THRU 0270-GRAVAR-PONTOS-EXIT
                   MOVE 'V' TO WRK-OPE-TIPO
                   PERFORM 0275-GRAVAR-OPERACAO
                       THRU 0275-GRAVAR-OPERACAO-EXIT
                   PERFORM 0229-EFETIVAR-VALE
                       THRU 0229-EFETIVAR-VALE-EXIT
                   PERFORM 0139-APURAR-IMPOSTO
               MOVE ORD-CLIENTE TO REJ-CLIENTE
               MOVE ORD-LOJA TO REJ-LOJA
               MOVE ORD-VALE TO REJ-VALE
               MOVE ORD-PLANO TO REJ-PLANO
               MOVE ORD-PARCELAS TO REJ-PARCELAS
               WRITE WRK-REG-VENDREJ
               DISPLAY 'TABUADA: TERMINAL ' WRK-TERMINAL
                   ' REJEITADO - ' WRK-MOTIVO-TERMINAL
           MOVE ORD-PRODUTO TO WRK-PROD-CODIGO(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-QT(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-VALOR(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-QT-PROMO(WRK-IDX-PROD).
           MOVE ZEROS TO WRK-PROD-VALOR-PROMO(WRK-IDX-PROD).
           SET WRK-PROD-ACHADO TO TRUE.
       0230-LOCALIZAR-PRODUTO-EXIT.
           EXIT.
           IF WRK-PROD-ACHADO
               ADD 1 TO WRK-PROD-QT(WRK-IDX-PROD)
               ADD WRK-VENDAS TO WRK-PROD-VALOR(WRK-IDX-PROD)
               IF WRK-VENDA-PROMO
                   ADD 1 TO WRK-PROD-QT-PROMO(WRK-IDX-PROD)
                   ADD WRK-VENDAS
                       TO WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
               END-IF
               PERFORM 0241-LOCALIZAR-PRODLOJA
                   THRU 0241-LOCALIZAR-PRODLOJA-EXIT
               IF WRK-IDX-PLJ > ZEROS
                   ADD 1 TO WRK-PLJ-QT(WRK-IDX-PLJ)
                   ADD WRK-VENDAS TO WRK-PLJ-VALOR(WRK-IDX-PLJ)
               END-IF
           END-IF.
       0240-ACUMULAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA (OU CRIA) A ENTRADA DO PRODUTO + LOJA NO    *
      * ACUMULADO POR LOJA, NA DATA DO MOVIMENTO. TABELA     *
      * CHEIA DEIXA O INDICE ZERADO, COM AVISO.              *
      *----------------------------------------------------*
       0241-LOCALIZAR-PRODLOJA.
           IF WRK-QTD-PRODLOJA > ZEROS
               SET WRK-IDX-PLJ TO 1
               SEARCH WRK-PLJ
                   AT END
                       CONTINUE
                   WHEN WRK-PLJ-PRODUTO(WRK-IDX-PLJ) = ORD-PRODUTO
                       AND WRK-PLJ-LOJA(WRK-IDX-PLJ)
                           = WRK-LOJA-TRANSACAO
                       AND WRK-PLJ-DATA(WRK-IDX-PLJ)
                           = WRK-DATA-MOVTO-ATUAL
                       GO TO 0241-LOCALIZAR-PRODLOJA-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PRODLOJA >= 1998
               DISPLAY 'TABUADA: TABELA POR PRODUTO/LOJA CHEIA '
                   '- PRODUTO ' ORD-PRODUTO ' LOJA '
                   WRK-LOJA-TRANSACAO ' FORA DO PRODLOJA'
               SET WRK-IDX-PLJ TO ZEROS
               GO TO 0241-LOCALIZAR-PRODLOJA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRODLOJA.
           SET WRK-IDX-PLJ TO WRK-QTD-PRODLOJA.
           MOVE ORD-PRODUTO TO WRK-PLJ-PRODUTO(WRK-IDX-PLJ).
           MOVE WRK-LOJA-TRANSACAO TO WRK-PLJ-LOJA(WRK-IDX-PLJ).
           MOVE ZEROS TO WRK-PLJ-QT(WRK-IDX-PLJ).
           MOVE ZEROS TO WRK-PLJ-VALOR(WRK-IDX-PLJ).
           MOVE WRK-DATA-MOVTO-ATUAL TO WRK-PLJ-DATA(WRK-IDX-PLJ).
       0241-LOCALIZAR-PRODLOJA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ESTORNO NO ACUMULADO POR PRODUTO: SO SUBTRAI QUANDO  *
      * O PRODUTO TEM SALDO SUFICIENTE (ACUMULADORES SEM     *
      * SINAL, MESMA PROTECAO DO ESTORNO GERAL). O ESTORNO   *
      * SAI DA PARTE PROMOCIONAL QUANDO O SEU VALOR CASA COM *
      * A PROMOCAO VIGENTE NA DATA DO MOVIMENTO.             *
      *----------------------------------------------------*
       0245-ESTORNAR-PRODUTO.
           PERFORM 0230-LOCALIZAR-PRODUTO
                   SUBTRACT WRK-VENDAS
                       FROM WRK-PROD-VALOR(WRK-IDX-PROD)
               END-IF
               PERFORM 0143-CONFERIR-PRECO
                   THRU 0143-CONFERIR-PRECO-EXIT
               IF WRK-VENDA-PROMO
                   AND WRK-PROD-QT-PROMO(WRK-IDX-PROD) > ZEROS
                   AND WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
                       >= WRK-VENDAS
                   SUBTRACT 1 FROM WRK-PROD-QT-PROMO(WRK-IDX-PROD)
                   SUBTRACT WRK-VENDAS
                       FROM WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
               END-IF
               PERFORM 0241-LOCALIZAR-PRODLOJA
                   THRU 0241-LOCALIZAR-PRODLOJA-EXIT
               IF WRK-IDX-PLJ > ZEROS
                   AND WRK-PLJ-QT(WRK-IDX-PLJ) > ZEROS
                   AND WRK-PLJ-VALOR(WRK-IDX-PLJ) >= WRK-VENDAS
                   SUBTRACT 1 FROM WRK-PLJ-QT(WRK-IDX-PLJ)
                   SUBTRACT WRK-VENDAS
                       FROM WRK-PLJ-VALOR(WRK-IDX-PLJ)
               END-IF
           END-IF.
       0245-ESTORNAR-PRODUTO-EXIT.
           EXIT.
      * ACRESCENTA O EVENTO DE CREDIARIO AO CONTAS A RECEBER *
      * (CRABERTO): VENDA 'F' ACEITA ENTRA EM ABERTO ('A');  *
      * ESTORNO ACEITO DE VENDA 'F' ENTRA COMO ESTORNO       *
      * ('E'), CONSOLIDADO DEPOIS PELO CRRECEB. UM EVENTO    *
      * POR PARCELA MONTADA EM 0262-MONTAR-PARCELAS.         *
      *----------------------------------------------------*
       0260-GRAVAR-CREDIARIO.
           IF ORD-TIPO NOT = 'E'
               ADD 1 TO WRK-QTD-FIADO-ABERTOS
           END-IF.
           PERFORM 0260A-GRAVAR-PARCELA THRU 0260A-GRAVAR-PARCELA-EXIT
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS-VENDA.
           PERFORM 0261-ATUALIZAR-SALDO-CREDITO
               THRU 0261-ATUALIZAR-SALDO-CREDITO-EXIT.
       0260-GRAVAR-CREDIARIO-EXIT.
           EXIT.

       0260A-GRAVAR-PARCELA.
           MOVE ORD-CLIENTE TO WRK-CRA-CLIENTE.
           MOVE ORD-REFERENCIA TO WRK-CRA-REFERENCIA.
           MOVE ORD-DATA TO WRK-CRA-DATA.
           MOVE WRK-PAR-VALOR(WRK-IDX-PAR) TO WRK-CRA-VALOR.
           IF ORD-TIPO = 'E'
               MOVE 'E' TO WRK-CRA-SITUACAO
           ELSE
               MOVE 'A' TO WRK-CRA-SITUACAO
           END-IF.
           MOVE ORD-PLANO TO WRK-CRA-PLANO.
           SET WRK-CRA-PARCELA TO WRK-IDX-PAR.
           MOVE WRK-QTD-PARCELAS-VENDA TO WRK-CRA-QTD-PARCELAS.
           MOVE WRK-PAR-VENCIMENTO(WRK-IDX-PAR) TO WRK-CRA-VENCIMENTO.
           WRITE WRK-REGISTRO-CREDIARIO.
       0260A-GRAVAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MANTEM O SALDO EM ABERTO DO CLIENTE NA TABELA, PARA  *
      * A CONFERENCIA DE LIMITE DAS VENDAS SEGUINTES: VENDA  *
      * SOMA O TOTAL FINANCIADO (E O PRIMEIRO VENCIMENTO     *
      * PODE VIRAR O MAIS ANTIGO), ESTORNO ABATE.            *
      *----------------------------------------------------*
       0261-ATUALIZAR-SALDO-CREDITO.
           IF WRK-QTD-CLIENTES = ZEROS
               GO TO 0261-ATUALIZAR-SALDO-CREDITO-EXIT
           END-IF.
           SET WRK-IDX-CLI TO 1.
           SEARCH WRK-CLI
               AT END
                   GO TO 0261-ATUALIZAR-SALDO-CREDITO-EXIT
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = ORD-CLIENTE
                   CONTINUE
           END-SEARCH.
           IF ORD-TIPO = 'E'
               IF WRK-CLI-SALDO(WRK-IDX-CLI) >= WRK-TOTAL-FINANCIADO
                   SUBTRACT WRK-TOTAL-FINANCIADO
                       FROM WRK-CLI-SALDO(WRK-IDX-CLI)
               ELSE
                   MOVE ZEROS TO WRK-CLI-SALDO(WRK-IDX-CLI)
               END-IF
           ELSE
               ADD WRK-TOTAL-FINANCIADO
                   TO WRK-CLI-SALDO(WRK-IDX-CLI)
               IF WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI) = ZEROS
                   OR WRK-PAR-VENCIMENTO(1)
                       < WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
                   MOVE WRK-PAR-VENCIMENTO(1)
                       TO WRK-CLI-DATA-ANTIGA(WRK-IDX-CLI)
               END-IF
           END-IF.
       0261-ATUALIZAR-SALDO-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA AS PARCELAS DA VENDA A PRAZO CORRENTE. SEM     *
      * PLANO (00): UMA PARCELA COM O VALOR DA VENDA,        *
      * VENCENDO NA DATA DA VENDA. COM PLANO: CONFERE O      *
      * PLANO E O NUMERO DE PARCELAS, SOMA OS JUROS SIMPLES  *
      * (VALOR X TAXA MENSAL X PARCELAS / 100) E DIVIDE O    *
      * TOTAL, COM A SOBRA DE CENTAVOS NA ULTIMA PARCELA -   *
      * TUDO PELA ROTINA COMUM ARITMETICA. DEVOLVE O MOTIVO  *
      * EM WRK-MOTIVO-CLIENTE QUANDO NAO DA PARA PARCELAR.   *
      *----------------------------------------------------*
       0262-MONTAR-PARCELAS.
           MOVE 1 TO WRK-QTD-PARCELAS-VENDA.
           MOVE ORD-VALOR TO WRK-TOTAL-FINANCIADO.
           MOVE ORD-VALOR TO WRK-PAR-VALOR(1).
           MOVE ORD-DATA TO WRK-PAR-VENCIMENTO(1).
           IF ORD-PLANO = ZEROS
               IF ORD-PARCELAS > 1
                   MOVE 'PARCELAMENTO SEM PLANO'
                       TO WRK-MOTIVO-CLIENTE
               END-IF
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           IF WRK-QTD-PLANOS = ZEROS
               MOVE 'PLANO DE CREDIARIO INEXISTENTE'
                   TO WRK-MOTIVO-CLIENTE
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           SET WRK-IDX-PLA TO 1.
           SEARCH WRK-PLA
               AT END
                   MOVE 'PLANO DE CREDIARIO INEXISTENTE'
                       TO WRK-MOTIVO-CLIENTE
                   GO TO 0262-MONTAR-PARCELAS-EXIT
               WHEN WRK-PLA-CODIGO(WRK-IDX-PLA) = ORD-PLANO
                   MOVE WRK-PLA-TAXA(WRK-IDX-PLA) TO WRK-TAXA-PLANO
           END-SEARCH.
           IF ORD-PARCELAS < WRK-PLA-PARCELAS-MIN(WRK-IDX-PLA)
               OR ORD-PARCELAS > WRK-PLA-PARCELAS-MAX(WRK-IDX-PLA)
               OR ORD-PARCELAS = ZEROS
               MOVE 'PARCELAS FORA DO PLANO' TO WRK-MOTIVO-CLIENTE
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.

      *    JUROS = VALOR X TAXA X PARCELAS / 100.
           MOVE 'M' TO WRK-OPERACAO.
           MOVE ORD-VALOR TO WRK-NUM1.
           MOVE WRK-TAXA-PLANO TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE 'M' TO WRK-OPERACAO.
           MOVE WRK-RESULTADO TO WRK-NUM1.
           MOVE ORD-PARCELAS TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE 'D' TO WRK-OPERACAO.
           MOVE WRK-RESULTADO TO WRK-NUM1.
           MOVE 100 TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
      *    TOTAL FINANCIADO = VALOR + JUROS.
           MOVE 'A' TO WRK-OPERACAO.
           MOVE ORD-VALOR TO WRK-NUM1.
           MOVE WRK-RESULTADO TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE WRK-RESULTADO TO WRK-TOTAL-FINANCIADO.
      *    PARCELA = TOTAL / PARCELAS; A ULTIMA FICA COM O TOTAL
      *    MENOS AS DEMAIS.
           MOVE 'D' TO WRK-OPERACAO.
           MOVE WRK-TOTAL-FINANCIADO TO WRK-NUM1.
           MOVE ORD-PARCELAS TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE WRK-RESULTADO TO WRK-VALOR-PARCELA.
           MOVE 'M' TO WRK-OPERACAO.
           MOVE WRK-VALOR-PARCELA TO WRK-NUM1.
           COMPUTE WRK-NUM2 = ORD-PARCELAS - 1.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE 'S' TO WRK-OPERACAO.
           MOVE WRK-TOTAL-FINANCIADO TO WRK-NUM1.
           MOVE WRK-RESULTADO TO WRK-NUM2.
           PERFORM 0269-CALCULAR THRU 0269-CALCULAR-EXIT.
           IF WRK-MOTIVO-CLIENTE NOT = SPACES
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE WRK-RESULTADO TO WRK-VALOR-ULTIMA-PARCELA.
           IF WRK-VALOR-PARCELA > 9999999,99
               OR WRK-VALOR-ULTIMA-PARCELA > 9999999,99
               MOVE 'ERRO NO CALCULO DAS PARCELAS'
                   TO WRK-MOTIVO-CLIENTE
               GO TO 0262-MONTAR-PARCELAS-EXIT
           END-IF.
           MOVE ORD-PARCELAS TO WRK-QTD-PARCELAS-VENDA.
           PERFORM 0263-MONTAR-PARCELA THRU 0263-MONTAR-PARCELA-EXIT
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS-VENDA.
       0262-MONTAR-PARCELAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALOR E VENCIMENTO DA PARCELA WRK-IDX-PAR: N MESES   *
      * DEPOIS DA VENDA, NO MESMO DIA (OU NO ULTIMO DIA DO   *
      * MES, SE ELE FOR MAIS CURTO), ADIADO PARA O PROXIMO   *
      * DIA UTIL PELA ROTINA COMUM DIAUTIL.                  *
      *----------------------------------------------------*
       0263-MONTAR-PARCELA.
           IF WRK-IDX-PAR < WRK-QTD-PARCELAS-VENDA
               MOVE WRK-VALOR-PARCELA TO WRK-PAR-VALOR(WRK-IDX-PAR)
           ELSE
               MOVE WRK-VALOR-ULTIMA-PARCELA
                   TO WRK-PAR-VALOR(WRK-IDX-PAR)
           END-IF.
           MOVE ORD-DATA TO WRK-DATA-VARRE.
           SET WRK-MESES-SOMADOS TO WRK-IDX-PAR.
           ADD WRK-VAR-MES TO WRK-MESES-SOMADOS.
           SUBTRACT 1 FROM WRK-MESES-SOMADOS.
           DIVIDE WRK-MESES-SOMADOS BY 12
               GIVING WRK-ANOS-SOMADOS
               REMAINDER WRK-DESCARTE.
           ADD WRK-ANOS-SOMADOS TO WRK-VAR-ANO.
           COMPUTE WRK-VAR-MES = WRK-DESCARTE + 1.
           PERFORM 0266-ULTIMO-DIA-MES THRU 0266-ULTIMO-DIA-MES-EXIT.
           IF WRK-VAR-DIA > WRK-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA-MES TO WRK-VAR-DIA
           END-IF.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
           PERFORM 0264-ADIAR-DIA-UTIL THRU 0264-ADIAR-DIA-UTIL-EXIT
               UNTIL WRK-DU-DIA-UTIL.
           MOVE WRK-DATA-VARRE TO WRK-PAR-VENCIMENTO(WRK-IDX-PAR).
       0263-MONTAR-PARCELA-EXIT.
           EXIT.

       0264-ADIAR-DIA-UTIL.
           PERFORM 0265-PROXIMO-DIA THRU 0265-PROXIMO-DIA-EXIT.
           MOVE WRK-DATA-VARRE TO WRK-DU-DATA.
           CALL 'DIAUTIL' USING WRK-DIA-UTIL-AREA.
       0264-ADIAR-DIA-UTIL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVANCA A DATA DE VARREDURA EM UM DIA, COM VIRADA DE  *
      * MES E DE ANO (MESMO CALCULO DO CPLANCA).             *
      *----------------------------------------------------*
       0265-PROXIMO-DIA.
           PERFORM 0266-ULTIMO-DIA-MES THRU 0266-ULTIMO-DIA-MES-EXIT.
           IF WRK-VAR-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-VAR-DIA
           ELSE
               MOVE 01 TO WRK-VAR-DIA
               IF WRK-VAR-MES < 12
                   ADD 1 TO WRK-VAR-MES
               ELSE
                   MOVE 01 TO WRK-VAR-MES
                   ADD 1 TO WRK-VAR-ANO
               END-IF
           END-IF.
       0265-PROXIMO-DIA-EXIT.
           EXIT.

       0266-ULTIMO-DIA-MES.
           EVALUATE WRK-VAR-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-VAR-ANO BY 4
                       GIVING WRK-DESCARTE
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-VAR-ANO BY 100
                           GIVING WRK-DESCARTE
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-VAR-ANO BY 400
                               GIVING WRK-DESCARTE
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       0266-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA OPERACAO DA ROTINA COMUM ARITMETICA; RETORNO     *
      * DIFERENTE DE ZERO NAO DEIXA PARCELAR A VENDA.        *
      *----------------------------------------------------*
       0269-CALCULAR.
           CALL 'ARITMETICA' USING WRK-OPERACAO WRK-NUM1 WRK-NUM2
               WRK-RESULTADO WRK-RETORNO.
           IF WRK-RETORNO NOT = ZEROS
               MOVE 'ERRO NO CALCULO DAS PARCELAS'
                   TO WRK-MOTIVO-CLIENTE
           END-IF.
       0269-CALCULAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACRESCENTA O EVENTO DE FIDELIDADE (FIDSALDO): VENDA  *
      * ACEITA DE CLIENTE IDENTIFICADO ENTRA COMO 'V' COM O  *
      * VALOR DA VENDA; ESTORNO ACEITO, COMO 'E'. RESGATE DE *
      * VALE NAO PONTUA. OS PONTOS SAO CALCULADOS DEPOIS,    *
      * PELO FIDPONT.                                        *
      *----------------------------------------------------*
       0270-GRAVAR-PONTOS.
           IF ORD-CLIENTE = ZEROS
               OR ORD-FORMA-VALE
               GO TO 0270-GRAVAR-PONTOS-EXIT
           END-IF.
           MOVE ORD-CLIENTE TO WRK-FID-CLIENTE.
           MOVE ORD-REFERENCIA TO WRK-FID-REFERENCIA.
           MOVE ORD-DATA TO WRK-FID-DATA.
           MOVE WRK-VENDAS TO WRK-FID-VALOR.
           IF ORD-TIPO = 'E'
               MOVE 'E' TO WRK-FID-SITUACAO
           ELSE
               MOVE 'V' TO WRK-FID-SITUACAO
           END-IF.
           MOVE ZEROS TO WRK-FID-PONTOS.
           MOVE ZEROS TO WRK-FID-SALDO.
           MOVE ZEROS TO WRK-FID-VALIDADE.
           WRITE WRK-REGISTRO-FIDELIDADE.
           ADD 1 TO WRK-QTD-EVENTOS-PONTOS.
       0270-GRAVAR-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACRESCENTA A TRANSACAO AO DIARIO DE OPERACOES POR    *
      * TERMINAL (OPERDIA). O TIPO ('V', 'E' OU 'P') VEM     *
      * PREENCHIDO PELO CHAMADOR.                            *
      *----------------------------------------------------*
       0275-GRAVAR-OPERACAO.
           MOVE ORD-TERMINAL TO WRK-OPE-TERMINAL.
           MOVE ORD-REFERENCIA TO WRK-OPE-REFERENCIA.
           MOVE ORD-VALOR TO WRK-OPE-VALOR.
           MOVE ORD-DATA TO WRK-OPE-DATA.
           WRITE WRK-REGISTRO-OPERACAO.
           ADD 1 TO WRK-QTD-EVENTOS-OPERACAO.
       0275-GRAVAR-OPERACAO-EXIT.
           EXIT.

      *----------------------------------------------------*
                   THRU 0218-SALVAR-TERMDIA-EXIT
                   VARYING WRK-IDX-TDIA FROM 1 BY 1
                   UNTIL WRK-IDX-TDIA > WRK-QTD-TERMDIA
               MOVE WRK-QTD-PRODLOJA TO CKPT-QTD-PRODLOJA
               PERFORM 0222-SALVAR-PRODLOJA
                   THRU 0222-SALVAR-PRODLOJA-EXIT
                   VARYING WRK-IDX-PLJ FROM 1 BY 1
                   UNTIL WRK-IDX-PLJ > WRK-QTD-PRODLOJA
               OPEN OUTPUT CHECKPT-ARQ
               WRITE WRK-REG-CKPT
               CLOSE CHECKPT-ARQ
       0218-SALVAR-TERMDIA-EXIT.
           EXIT.

       0222-SALVAR-PRODLOJA.
           MOVE WRK-PLJ-PRODUTO(WRK-IDX-PLJ)
               TO CKPT-PLJ-PRODUTO(WRK-IDX-PLJ).
           MOVE WRK-PLJ-LOJA(WRK-IDX-PLJ)
               TO CKPT-PLJ-LOJA(WRK-IDX-PLJ).
           MOVE WRK-PLJ-QT(WRK-IDX-PLJ)
               TO CKPT-PLJ-QT(WRK-IDX-PLJ).
           MOVE WRK-PLJ-VALOR(WRK-IDX-PLJ)
               TO CKPT-PLJ-VALOR(WRK-IDX-PLJ).
           MOVE WRK-PLJ-DATA(WRK-IDX-PLJ)
               TO CKPT-PLJ-DATA(WRK-IDX-PLJ).
       0222-SALVAR-PRODLOJA-EXIT.
           EXIT.

       0219-SALVAR-TAXDIA.
           MOVE WRK-TXD-DATA(WRK-IDX-TXD)
               TO CKPT-TXD-DATA(WRK-IDX-TXD).
               TO CKPT-PROD-QT(WRK-IDX-PROD).
           MOVE WRK-PROD-VALOR(WRK-IDX-PROD)
               TO CKPT-PROD-VALOR(WRK-IDX-PROD).
           MOVE WRK-PROD-QT-PROMO(WRK-IDX-PROD)
               TO CKPT-PROD-QT-PROMO(WRK-IDX-PROD).
           MOVE WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
               TO CKPT-PROD-VLR-PROMO(WRK-IDX-PROD).
       0216-SALVAR-PRODUTO-EXIT.
           EXIT.

           MOVE 9999999,99 TO WRK-MENOR-VENDA.
           MOVE ZEROS TO WRK-MAIOR-VENDA.
           MOVE ZEROS TO WRK-MEDIA-VENDA.
           MOVE ZEROS TO WRK-TAB-TERMINAIS.
           MOVE ZEROS TO WRK-QTD-TERMINAIS.
      *    RESSEMEIA OS SLOTS DE TERMINAL DO CADASTRO PARA O DIA
      *    SEGUINTE (A TABELA E ZERADA A CADA CORTE DE DIA).
               UNTIL WRK-IDX-PROD > WRK-QTD-PRODUTOS.
           CLOSE PRODTOT-ARQ.

      *    O MESMO ACUMULADO POR PRODUTO + LOJA, PARA O CUSTO DAS
      *    MERCADORIAS VENDIDAS POR LOJA (MARGREL).
           OPEN OUTPUT PRODLOJA-ARQ.
           PERFORM 0322-GRAVAR-PRODLOJA
               THRU 0322-GRAVAR-PRODLOJA-EXIT
               VARYING WRK-IDX-PLJ FROM 1 BY 1
               UNTIL WRK-IDX-PLJ > WRK-QTD-PRODLOJA.
           CLOSE PRODLOJA-ARQ.

      *    IMPOSTO SOBRE VENDAS POR CLASSE FISCAL E DIA,
      *    ACRESCENTADO AO HISTORICO (O TAXAREL CORTA POR
      *    PERIODO FISCAL, ENTAO PRECISA DE TODOS OS DIAS).
           CLOSE VENDASORD-ARQ.
           CLOSE VENDREJ-ARQ.
           CLOSE CRABERTO-ARQ.
           CLOSE FIDSALDO-ARQ.
           CLOSE OPERDIA-ARQ.
           IF WRK-QTD-EVENTOS-PONTOS > ZEROS
               DISPLAY 'TABUADA: ' WRK-QTD-EVENTOS-PONTOS
                   ' EVENTOS ACRESCENTADOS AOS PONTOS DE '
                   'FIDELIDADE (FIDSALDO)'
           END-IF.
           IF WRK-QTD-EVENTOS-OPERACAO > ZEROS
               DISPLAY 'TABUADA: ' WRK-QTD-EVENTOS-OPERACAO
                   ' OPERACOES ACRESCENTADAS AO DIARIO POR '
                   'TERMINAL (OPERDIA)'
           END-IF.
           IF WRK-QTD-FIADO-ABERTOS > ZEROS
               DISPLAY 'TABUADA: ' WRK-QTD-FIADO-ABERTOS
                   ' VENDAS A PRAZO ACRESCENTADAS AO CONTAS A '
           MOVE WRK-PROD-CODIGO(WRK-IDX-PROD) TO PRT-PRODUTO.
           MOVE WRK-PROD-QT(WRK-IDX-PROD) TO PRT-QT.
           MOVE WRK-PROD-VALOR(WRK-IDX-PROD) TO PRT-VALOR.
           MOVE WRK-PROD-QT-PROMO(WRK-IDX-PROD) TO PRT-QT-PROMO.
           MOVE WRK-PROD-VALOR-PROMO(WRK-IDX-PROD)
               TO PRT-VALOR-PROMO.
           WRITE WRK-REG-PRODTOT.
       0320-GRAVAR-PRODTOT-EXIT.
           EXIT.

       0322-GRAVAR-PRODLOJA.
           IF WRK-PLJ-QT(WRK-IDX-PLJ) = ZEROS
               AND WRK-PLJ-VALOR(WRK-IDX-PLJ) = ZEROS
               GO TO 0322-GRAVAR-PRODLOJA-EXIT
           END-IF.
           MOVE WRK-PLJ-PRODUTO(WRK-IDX-PLJ) TO PLO-PRODUTO.
           MOVE WRK-PLJ-LOJA(WRK-IDX-PLJ) TO PLO-LOJA.
           MOVE WRK-PLJ-QT(WRK-IDX-PLJ) TO PLO-QT.
           MOVE WRK-PLJ-VALOR(WRK-IDX-PLJ) TO PLO-VALOR.
           MOVE WRK-PLJ-DATA(WRK-IDX-PLJ) TO PLO-DATA.
           WRITE WRK-REG-PRODLOJA.
       0322-GRAVAR-PRODLOJA-EXIT.
           EXIT.

       0335-GRAVAR-VALE.
           MOVE WRK-VAL-TAB-NUMERO(WRK-IDX-VAL) TO VLN-NUMERO.
           MOVE WRK-VAL-TAB-VALOR(WRK-IDX-VAL) TO VLN-VALOR.
                           MOVE VND-CLIENTE TO SRT-CLIENTE
                           MOVE VND-LOJA TO SRT-LOJA
                           MOVE VND-VALE TO SRT-VALE
                           MOVE VND-PLANO TO SRT-PLANO
                           MOVE VND-PARCELAS TO SRT-PARCELAS
                           RELEASE WRK-REG-SORT
                       END-IF
               END-READ

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: PROVISAO MENSAL DE FERIAS E DECIMO TERCEIRO.
      * O CUSTO DAS FERIAS (FERPAGTO) E DO DECIMO TERCEIRO
      * (DECTERC) SO CHEGAVA AO RAZAO NO MES DO PAGAMENTO, COM
      * PICO EM DEZEMBRO E NOS MESES DE FERIAS - APONTADO PELA
      * AUDITORIA TODO ANO. ESTE PROGRAMA, ETAPA DO FECHAMENTO
      * (FECHMES), PROVISIONA NA COMPETENCIA (CARTAO COMPET)
      * 1/12 DO SALARIO DE CADA FUNCIONARIO ATIVO DO CADASTRO
      * (FUNCMSTR) PARA FERIAS, MAIS O TERCO, E 1/12 PARA O
      * DECIMO TERCEIRO, MAIS OS ENCARGOS PATRONAIS SOBRE O
      * TOTAL (CARTOES INSSPATR E FGTSPCT, OS MESMOS DO
      * ENCARGOS). O SALDO PROVISIONADO DE CADA MATRICULA FICA
      * NO ARQUIVO DE SALDOS (PROVSALD), QUE SAI ATUALIZADO NA
      * GERACAO NOVA (PROVNEW).
      * A PROVISAO E BAIXADA QUANDO O PAGAMENTO ACONTECE: AS
      * FERIAS PAGAS PELO FERPAGTO (FERPAY), O DECIMO PAGO PELO
      * DECTERC (GRATAUD) E AS FERIAS E O DECIMO PAGOS NA
      * RESCISAO (RESCAUD), GERADOS DEPOIS DA ULTIMA COMPETENCIA
      * PROVISIONADA NO PROVSALD E ATE A COMPETENCIA CORRENTE,
      * CONSOMEM O SALDO DA MATRICULA, JUNTO COM OS ENCARGOS
      * SOBRE O VALOR PAGO. O QUE FOR PAGO ALEM DO SALDO
      * PROVISIONADO E LANCADO DIRETO NA DESPESA DO
      * DEPARTAMENTO. NA RESCISAO, O SALDO QUE SOBRA DEPOIS DA
      * BAIXA E ESTORNADO (CREDITO NA DESPESA DO DEPARTAMENTO
      * DA RESCISAO) E A MATRICULA SAI ZERADA NO PROVNEW.
      * LANCAMENTOS EM GLFILE (ACRESCENTADOS AOS DO GLPOST E DO
      * GLFOLHA), COM A CONTA DE DESPESA DO DEPARTAMENTO PELO
      * CARTAO GLMAP (SEM MAPA, CONTA TRANSITORIA):
      *   PROVISAO - DEBITO DE DESPESA POR DEPARTAMENTO E
      *   CREDITOS DE PROVISAO DE FERIAS (CARTAO GLPRVFER), DE
      *   DECIMO TERCEIRO (CARTAO GLPRV13) E DE ENCARGOS
      *   (CARTAO GLPRVENC);
      *   BAIXA - DEBITO DAS MESMAS CONTAS DE PROVISAO (E DA
      *   DESPESA, PELO EXCEDENTE) CONTRA SALARIOS A PAGAR
      *   (CARTAO GLCRED) E ENCARGOS A RECOLHER (CARTAO
      *   GLENCREC);
      *   ESTORNO - DEBITO DAS CONTAS DE PROVISAO CONTRA A
      *   DESPESA DO DEPARTAMENTO, PELO SALDO DA RESCISAO.
      * O RELATORIO POR DEPARTAMENTO (PROVREL) PROVA SALDO
      * ANTERIOR + PROVISAO - BAIXAS = SALDO FINAL E TRAZ O
      * CONTROLE DE DEBITOS = CREDITOS DOS LANCAMENTOS.
      * A COMPETENCIA JA PROVISIONADA NO PROVSALD NAO E
      * PROVISIONADA DE NOVO (RETORNO 8).
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - BAIXA PELOS PAGAMENTOS GERADOS DEPOIS DA ULTIMA
      *   COMPETENCIA DO PROVSALD (ANTES, SO OS DO PROPRIO MES):
      *   O GRATAUD DO DECTERC DO FECHAMENTO ANUAL, DATADO DE
      *   31/12 E GRAVADO DEPOIS DA PROVISAO DE DEZEMBRO, ENTRA
      *   NA PRIMEIRA PROVISAO DO ANO SEGUINTE.
      * - BAIXA DAS FERIAS E DO DECIMO PAGOS NA RESCISAO
      *   (RESCAUD), NO DEPARTAMENTO DA RESCISAO, COM ESTORNO DO
      *   SALDO QUE SOBRAR.
      * - ERRO NA CRIACAO DO PROVREL OU DO PROVNEW DEVOLVE
      *   RETORNO 8.
      * - RESCAUD ACOMPANHA O RESCISAO (SITUACAO DA ORDEM NO FIM
      *   DO REGISTRO); O REGISTRO DE LIBERACAO DE ORDEM RETIDA
      *   ('L') NAO E PAGAMENTO NOVO E NAO BAIXA A PROVISAO.
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

           SELECT SALDO-ARQ ASSIGN TO 'PROVSALD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SLD.

           SELECT SALDONOVO-ARQ ASSIGN TO 'PROVNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SNV.

           SELECT FERPAY-ARQ ASSIGN TO 'FERPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FPG.

           SELECT GRATAUD-ARQ ASSIGN TO 'GRATAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GAU.

           SELECT RESCAUD-ARQ ASSIGN TO 'RESCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RAU.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT INSSPATR-ARQ ASSIGN TO 'INSSPATR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-IPA.

           SELECT FGTSPCT-ARQ ASSIGN TO 'FGTSPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FGT.

           SELECT GLMAP-ARQ ASSIGN TO 'GLMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAP.

           SELECT GLCRED-ARQ ASSIGN TO 'GLCRED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.

           SELECT GLENCREC-ARQ ASSIGN TO 'GLENCREC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ERC.

           SELECT GLPRVFER-ARQ ASSIGN TO 'GLPRVFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PFE.

           SELECT GLPRV13-ARQ ASSIGN TO 'GLPRV13'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-P13.

           SELECT GLPRVENC-ARQ ASSIGN TO 'GLPRVENC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PEN.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT RELATORIO-ARQ ASSIGN TO 'PROVREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

      *    SALDO PROVISIONADO POR MATRICULA. A COMPETENCIA E A
      *    DA ULTIMA PROVISAO GRAVADA NO ARQUIVO.
       FD  SALDO-ARQ.
       01  WRK-REG-SALDO.
           05  PRV-MATRICULA           PIC 9(06).
           05  PRV-DEPARTAMENTO        PIC X(10).
           05  PRV-SALDO-FERIAS        PIC 9(09)V99.
           05  PRV-SALDO-DECIMO        PIC 9(09)V99.
           05  PRV-SALDO-ENCARGOS      PIC 9(09)V99.
           05  PRV-COMPETENCIA         PIC 9(06).

       FD  SALDONOVO-ARQ.
       01  WRK-REG-SALDONOVO.
           05  PNV-MATRICULA           PIC 9(06).
           05  PNV-DEPARTAMENTO        PIC X(10).
           05  PNV-SALDO-FERIAS        PIC 9(09)V99.
           05  PNV-SALDO-DECIMO        PIC 9(09)V99.
           05  PNV-SALDO-ENCARGOS      PIC 9(09)V99.
           05  PNV-COMPETENCIA         PIC 9(06).

       FD  FERPAY-ARQ.
       01  WRK-REG-PAGAMENTO.
           05  FPG-MATRICULA           PIC 9(06).
           05  FPG-NOME                PIC X(20).
           05  FPG-DEPARTAMENTO        PIC X(10).
           05  FPG-DATA-INICIO         PIC 9(08).
           05  FPG-QTD-DIAS            PIC 9(03).
           05  FPG-VALOR-FERIAS        PIC 9(07)V99.
           05  FPG-VALOR-TERCO         PIC 9(07)V99.
           05  FPG-VALOR-TOTAL         PIC 9(07)V99.
           05  FPG-DATA-GERACAO        PIC 9(08).

       FD  GRATAUD-ARQ.
       01  WRK-REG-GRATAUD.
           05  GAU-MATRICULA           PIC 9(06).
           05  GAU-NOME                PIC X(20).
           05  GAU-DEPARTAMENTO        PIC X(10).
           05  GAU-SALARIO-BASE        PIC 9(07)V99.
           05  GAU-QTD-AVOS            PIC 9(02).
           05  GAU-VALOR               PIC 9(07)V99.
           05  GAU-DATA-PROCESSO.
               10  GAU-ANO             PIC 9(04).
               10  GAU-MES             PIC 9(02).
               10  GAU-DIA             PIC 9(02).

      *    TRILHA DE AUDITORIA DO RESCISAO (MESMO LAYOUT).
       FD  RESCAUD-ARQ.
       01  WRK-REG-RESCAUD.
           05  RAU-MATRICULA           PIC 9(06).
           05  RAU-NOME                PIC X(20).
           05  RAU-DEPARTAMENTO        PIC X(10).
           05  RAU-DATA-ADMISSAO       PIC 9(08).
           05  RAU-DATA-DESLIGAMENTO   PIC 9(08).
           05  RAU-SALARIO-BASE        PIC 9(07)V99.
           05  RAU-DIAS-SALDO          PIC 9(02).
           05  RAU-VALOR-SALDO         PIC 9(07)V99.
           05  RAU-DIAS-AVISO          PIC 9(03).
           05  RAU-VALOR-AVISO         PIC 9(07)V99.
           05  RAU-DIAS-FERIAS-VENC    PIC 9(04).
           05  RAU-VALOR-FERIAS-VENC   PIC 9(07)V99.
           05  RAU-AVOS-FERIAS         PIC 9(02).
           05  RAU-VALOR-FERIAS-PROP   PIC 9(07)V99.
           05  RAU-VALOR-TERCO         PIC 9(07)V99.
           05  RAU-AVOS-DECIMO         PIC 9(02).
           05  RAU-VALOR-DECIMO        PIC 9(07)V99.
           05  RAU-DESC-DECIMO-PAGO    PIC 9(07)V99.
           05  RAU-DESC-EMPRESTIMO     PIC 9(07)V99.
           05  RAU-VALOR-LIQUIDO       PIC 9(07)V99.
           05  RAU-BASE-FGTS           PIC 9(09)V99.
           05  RAU-MULTA-FGTS          PIC 9(07)V99.
           05  RAU-DATA-PROCESSO       PIC 9(08).
           05  RAU-HORAS-BANCO         PIC 9(03)V99.
           05  RAU-VALOR-BANCO         PIC 9(07)V99.
           05  RAU-SITUACAO-ORDEM      PIC X(01).
               88  RAU-ORDEM-LIBERADA              VALUE 'L'.

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

       FD  INSSPATR-ARQ.
       01  WRK-REG-INSSPATR            PIC 9(02)V99.

       FD  FGTSPCT-ARQ.
       01  WRK-REG-FGTSPCT             PIC 9(02)V99.

       FD  GLMAP-ARQ.
       01  WRK-REG-GLMAP.
           05  MAP-DEPARTAMENTO        PIC X(10).
           05  MAP-CONTA               PIC 9(08).

       FD  GLCRED-ARQ.
       01  WRK-REG-GLCRED              PIC 9(08).

       FD  GLENCREC-ARQ.
       01  WRK-REG-GLENCREC            PIC 9(08).

       FD  GLPRVFER-ARQ.
       01  WRK-REG-GLPRVFER            PIC 9(08).

       FD  GLPRV13-ARQ.
       01  WRK-REG-GLPRV13             PIC 9(08).

       FD  GLPRVENC-ARQ.
       01  WRK-REG-GLPRVENC            PIC 9(08).

       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
           05  GLF-CONTA               PIC 9(08).
           05  GLF-VALOR               PIC 9(09)V99.
           05  GLF-DATA                PIC 9(08).
           05  GLF-ORIGEM              PIC X(10).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-SLD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-SNV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-RAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-IPA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FGT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MAP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ERC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PFE                  PIC X(02) VALUE SPACES.
       77  WRK-FS-P13                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-FUNC             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FUNC                       VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
      *    GUARDA CONTRA PROVISAO DUPLA: COMPETENCIA JA GRAVADA
      *    NO PROVSALD, OU TABELA DE SALDOS ESTOURADA (A GERACAO
      *    NOVA PERDERIA SALDOS).
       77  WRK-SW-BLOQUEIO             PIC X(01) VALUE 'N'.
           88  WRK-EXECUCAO-BLOQUEADA             VALUE 'S'.
       77  WRK-SW-ERRO-PROVREL         PIC X(01) VALUE 'N'.
           88  WRK-ERRO-PROVREL                   VALUE 'S'.
       77  WRK-SW-ERRO-PROVNEW         PIC X(01) VALUE 'N'.
           88  WRK-ERRO-PROVNEW                   VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    COMPETENCIA DA PROVISAO (CARTAO COMPET, AAAAMM). SEM O
      *    CARTAO, ASSUME O ANO/MES DA DATA DO SISTEMA.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                        PIC 9(06).
       77  WRK-CMP-PAGAMENTO            PIC 9(06) VALUE ZEROS.
      *    JANELA DA BAIXA: PAGAMENTOS GERADOS DEPOIS DA ULTIMA
      *    COMPETENCIA GRAVADA NO PROVSALD E ATE A CORRENTE. SEM
      *    O PROVSALD, A JANELA E SO A COMPETENCIA CORRENTE.
       77  WRK-CMP-ULTIMA-PROVISAO      PIC 9(06) VALUE ZEROS.
       77  WRK-CMP-INICIO-JANELA        PIC 9(06) VALUE ZEROS.
       77  WRK-CMP-ADMISSAO             PIC 9(06) VALUE ZEROS.

      *    PERCENTUAIS PATRONAIS (CARTOES INSSPATR E FGTSPCT).
      *    OS PADROES SO VALEM ENQUANTO OS CARTOES NAO EXISTIREM.
       77  WRK-PERC-INSS-PATRONAL       PIC 9(02)V99 VALUE 20,00.
       77  WRK-PERC-FGTS                PIC 9(02)V99 VALUE 8,00.
       77  WRK-PERC-ENCARGOS            PIC 9(03)V99 VALUE ZEROS.

      *    CONTAS DA PROVISAO. OS PADROES SO VALEM ENQUANTO OS
      *    CARTOES NAO EXISTIREM; A CONTA TRANSITORIA RECEBE
      *    DEPARTAMENTO SEM MAPA, COMO NO GLFOLHA.
       77  WRK-CONTA-TRANSITORIA        PIC 9(08) VALUE 99999999.
       77  WRK-CONTA-CREDITO            PIC 9(08) VALUE 21000001.
       77  WRK-CONTA-ENC-RECOLHER       PIC 9(08) VALUE 21000004.
       77  WRK-CONTA-PROV-FERIAS        PIC 9(08) VALUE 21000010.
       77  WRK-CONTA-PROV-DECIMO        PIC 9(08) VALUE 21000011.
       77  WRK-CONTA-PROV-ENCARGOS      PIC 9(08) VALUE 21000012.

       77  WRK-QTD-MAPAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MAPAS.
           05  WRK-MAPA OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-MAPAS
                   INDEXED BY WRK-IDX-MAPA.
               10  WRK-MAPA-DEPARTAMENTO PIC X(10).
               10  WRK-MAPA-CONTA        PIC 9(08).

      *    SALDOS POR MATRICULA: OS DO PROVSALD MAIS OS DOS
      *    FUNCIONARIOS PROVISIONADOS PELA PRIMEIRA VEZ. ABERTURA,
      *    PROVISAO, BAIXA E EXCEDENTE SAO OS MOVIMENTOS DO MES.
       77  WRK-QTD-SALDOS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-SALDOS.
           05  WRK-SLD OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-SALDOS
                   INDEXED BY WRK-IDX-SLD.
               10  WRK-SLD-MATRICULA     PIC 9(06).
               10  WRK-SLD-DEPARTAMENTO  PIC X(10).
               10  WRK-SLD-FERIAS        PIC 9(09)V99.
               10  WRK-SLD-DECIMO        PIC 9(09)V99.
               10  WRK-SLD-ENCARGOS      PIC 9(09)V99.
               10  WRK-SLD-ABERTURA      PIC 9(09)V99.
               10  WRK-SLD-PROVISAO      PIC 9(09)V99.
               10  WRK-SLD-BAIXA         PIC 9(09)V99.
               10  WRK-SLD-EXCEDENTE     PIC 9(09)V99.
               10  WRK-SLD-ESTORNO       PIC 9(09)V99.

      *    PAGAMENTOS DO MES POR MATRICULA (FERPAY, GRATAUD E
      *    RESCAUD).
       77  WRK-QTD-PAGAMENTOS           PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PAGAMENTOS.
           05  WRK-PAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-PAGAMENTOS
                   INDEXED BY WRK-IDX-PAG.
               10  WRK-PAG-MATRICULA     PIC 9(06).
               10  WRK-PAG-DEPARTAMENTO  PIC X(10).
               10  WRK-PAG-FERIAS        PIC 9(07)V99.
               10  WRK-PAG-DECIMO        PIC 9(07)V99.
               10  WRK-PAG-RESCISAO      PIC X(01).
                   88  WRK-PAG-DESLIGADO           VALUE 'S'.

       01  WRK-TAB-DEPARTAMENTOS.
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-IDX-DEPTO.
               10  WRK-DEPTO-NOME        PIC X(10).
               10  WRK-DEPTO-ABERTURA    PIC 9(09)V99.
               10  WRK-DEPTO-PROVISAO    PIC 9(09)V99.
               10  WRK-DEPTO-BAIXA       PIC 9(09)V99.
               10  WRK-DEPTO-EXCEDENTE   PIC 9(09)V99.
               10  WRK-DEPTO-ESTORNO     PIC 9(09)V99.
               10  WRK-DEPTO-FECHAMENTO  PIC 9(09)V99.
       77  WRK-QTD-DEPARTAMENTOS        PIC 9(02) VALUE ZEROS.

       77  WRK-ACC-MATRICULA            PIC 9(06) VALUE ZEROS.
       77  WRK-ACC-DEPTO-BUSCA          PIC X(10) VALUE SPACES.
       77  WRK-CONTA-ENCONTRADA         PIC 9(08) VALUE ZEROS.

       77  WRK-MES-FERIAS               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-MES-TERCO                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-MES-DECIMO               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-MES-ENCARGOS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ENC-PAGAMENTO            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BAIXA-FERIAS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BAIXA-DECIMO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BAIXA-ENCARGOS           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DECIMO-RESCISAO          PIC 9(07)V99 VALUE ZEROS.

       77  WRK-TOTAL-PROV-FERIAS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROV-DECIMO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROV-ENCARGOS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-BAIXA-FERIAS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-BAIXA-DECIMO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-BAIXA-ENCARGOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENC-PAGO           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABERTURA           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-BAIXA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXCEDENTE          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ESTORNO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-FECHAMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PROVA-FECHAMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-PROVISIONADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-BAIXADOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RESCISOES            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NAO-CONFERE          PIC 9(02) VALUE ZEROS.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(36) VALUE
               'PROVISAO DE FERIAS E 13O SALARIO - '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(10) VALUE 'DEPTO'.
           05  FILLER                   PIC X(13) VALUE
               '  SALDO ANTER'.
           05  FILLER                   PIC X(13) VALUE
               '     PROVISAO'.
           05  FILLER                   PIC X(13) VALUE
               '       BAIXAS'.
           05  FILLER                   PIC X(13) VALUE
               '  SALDO FINAL'.
           05  FILLER                   PIC X(13) VALUE
               '  SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  WRK-LD-DEPTO             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LD-ABERTURA          PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LD-PROVISAO          PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LD-BAIXA             PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LD-FECHAMENTO        PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-LD-SITUACAO          PIC X(11).

       01  WRK-LINHA-TOTAL-CTL.
           05  WRK-CTL-TITULO           PIC X(40).
           05  WRK-CTL-VALOR            PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-SITUACAO.
           05  FILLER                   PIC X(11) VALUE 'SITUACAO...'.
           05  WRK-CTL-SITUACAO         PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-COMPETENCIA
               THRU 0050-CARREGAR-COMPETENCIA-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0140-CARREGAR-SALDOS
                   THRU 0140-CARREGAR-SALDOS-EXIT
           END-IF.
           IF WRK-ARQUIVOS-OK AND NOT WRK-EXECUCAO-BLOQUEADA
               PERFORM 0110-CARREGAR-PERCENTUAIS
                   THRU 0110-CARREGAR-PERCENTUAIS-EXIT
               PERFORM 0120-CARREGAR-MAPAS
                   THRU 0120-CARREGAR-MAPAS-EXIT
               PERFORM 0130-CARREGAR-CONTAS
                   THRU 0130-CARREGAR-CONTAS-EXIT
               PERFORM 0145-DEFINIR-JANELA
                   THRU 0145-DEFINIR-JANELA-EXIT
               PERFORM 0150-CARREGAR-FERIAS-PAGAS
                   THRU 0150-CARREGAR-FERIAS-PAGAS-EXIT
               PERFORM 0160-CARREGAR-DECIMO-PAGO
                   THRU 0160-CARREGAR-DECIMO-PAGO-EXIT
               PERFORM 0170-CARREGAR-RESCISOES
                   THRU 0170-CARREGAR-RESCISOES-EXIT
               PERFORM 0200-PROVISIONAR THRU 0200-PROVISIONAR-EXIT
                   UNTIL WRK-FIM-FUNC
               PERFORM 0300-BAIXAR-PAGAMENTO
                   THRU 0300-BAIXAR-PAGAMENTO-EXIT
                   VARYING WRK-IDX-PAG FROM 1 BY 1
                   UNTIL WRK-IDX-PAG > WRK-QTD-PAGAMENTOS
                      OR WRK-EXECUCAO-BLOQUEADA
           END-IF.
           IF WRK-ARQUIVOS-OK AND NOT WRK-EXECUCAO-BLOQUEADA
               PERFORM 0400-TOTALIZAR-DEPARTAMENTO
                   THRU 0400-TOTALIZAR-DEPARTAMENTO-EXIT
                   VARYING WRK-IDX-SLD FROM 1 BY 1
                   UNTIL WRK-IDX-SLD > WRK-QTD-SALDOS
               PERFORM 0500-GERAR-LANCAMENTOS
                   THRU 0500-GERAR-LANCAMENTOS-EXIT
               PERFORM 0600-IMPRIMIR-RELATORIO
                   THRU 0600-IMPRIMIR-RELATORIO-EXIT
               PERFORM 0700-GRAVAR-GERACAO-NOVA
                   THRU 0700-GRAVAR-GERACAO-NOVA-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0050-CARREGAR-COMPETENCIA.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET
                       TO WRK-COMPETENCIA
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
       0050-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PROVISAO: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE OS PERCENTUAIS PATRONAIS (CARTOES INSSPATR E      *
      * FGTSPCT). SEM OS CARTOES, ASSUME OS PADROES          *
      * HISTORICOS DE 20,00 E 8,00, COMO O ENCARGOS.         *
      *----------------------------------------------------*
       0110-CARREGAR-PERCENTUAIS.
           OPEN INPUT INSSPATR-ARQ.
           IF WRK-FS-IPA = '00'
               READ INSSPATR-ARQ
                   NOT AT END MOVE WRK-REG-INSSPATR
                       TO WRK-PERC-INSS-PATRONAL
               END-READ
               CLOSE INSSPATR-ARQ
           END-IF.
           OPEN INPUT FGTSPCT-ARQ.
           IF WRK-FS-FGT = '00'
               READ FGTSPCT-ARQ
                   NOT AT END MOVE WRK-REG-FGTSPCT
                       TO WRK-PERC-FGTS
               END-READ
               CLOSE FGTSPCT-ARQ
           END-IF.
           COMPUTE WRK-PERC-ENCARGOS =
               WRK-PERC-INSS-PATRONAL + WRK-PERC-FGTS.
       0110-CARREGAR-PERCENTUAIS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE O CARTAO DE MAPEAMENTO DEPARTAMENTO -> CONTA      *
      * CONTABIL (O MESMO GLMAP DO GLPOST E DO GLFOLHA). SEM *
      * O CARTAO, TODO DEPARTAMENTO CAI NA CONTA TRANSITORIA.*
      *----------------------------------------------------*
       0120-CARREGAR-MAPAS.
           MOVE ZEROS TO WRK-QTD-MAPAS.
           OPEN INPUT GLMAP-ARQ.
           IF WRK-FS-MAP NOT = '00'
               DISPLAY 'PROVISAO: GLMAP INDISPONIVEL - TODO '
                   'DEPARTAMENTO CAIRA NA CONTA TRANSITORIA'
               GO TO 0120-CARREGAR-MAPAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MAP = '10'
               READ GLMAP-ARQ
                   AT END MOVE '10' TO WRK-FS-MAP
                   NOT AT END
                       IF WRK-QTD-MAPAS >= 50
                           DISPLAY 'PROVISAO: GLMAP TEM MAIS DE 50 '
                               'DEPARTAMENTOS - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-MAPAS
                           SET WRK-IDX-MAPA TO WRK-QTD-MAPAS
                           MOVE MAP-DEPARTAMENTO TO
                               WRK-MAPA-DEPARTAMENTO(WRK-IDX-MAPA)
                           MOVE MAP-CONTA TO
                               WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-ARQ.
       0120-CARREGAR-MAPAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE AS CONTAS DOS CARTOES (GLCRED, GLENCREC, GLPRVFER,*
      * GLPRV13, GLPRVENC). SEM OS CARTOES, USA AS CONTAS    *
      * PADRAO.                                              *
      *----------------------------------------------------*
       0130-CARREGAR-CONTAS.
           OPEN INPUT GLCRED-ARQ.
           IF WRK-FS-CRD = '00'
               READ GLCRED-ARQ
                   NOT AT END MOVE WRK-REG-GLCRED
                       TO WRK-CONTA-CREDITO
               END-READ
               CLOSE GLCRED-ARQ
           END-IF.
           OPEN INPUT GLENCREC-ARQ.
           IF WRK-FS-ERC = '00'
               READ GLENCREC-ARQ
                   NOT AT END MOVE WRK-REG-GLENCREC
                       TO WRK-CONTA-ENC-RECOLHER
               END-READ
               CLOSE GLENCREC-ARQ
           END-IF.
           OPEN INPUT GLPRVFER-ARQ.
           IF WRK-FS-PFE = '00'
               READ GLPRVFER-ARQ
                   NOT AT END MOVE WRK-REG-GLPRVFER
                       TO WRK-CONTA-PROV-FERIAS
               END-READ
               CLOSE GLPRVFER-ARQ
           END-IF.
           OPEN INPUT GLPRV13-ARQ.
           IF WRK-FS-P13 = '00'
               READ GLPRV13-ARQ
                   NOT AT END MOVE WRK-REG-GLPRV13
                       TO WRK-CONTA-PROV-DECIMO
               END-READ
               CLOSE GLPRV13-ARQ
           END-IF.
           OPEN INPUT GLPRVENC-ARQ.
           IF WRK-FS-PEN = '00'
               READ GLPRVENC-ARQ
                   NOT AT END MOVE WRK-REG-GLPRVENC
                       TO WRK-CONTA-PROV-ENCARGOS
               END-READ
               CLOSE GLPRVENC-ARQ
           END-IF.
       0130-CARREGAR-CONTAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS SALDOS DO MES ANTERIOR (PROVSALD). SEM O  *
      * ARQUIVO, E A PRIMEIRA PROVISAO: TODOS OS SALDOS      *
      * COMECAM ZERADOS. COMPETENCIA JA PROVISIONADA (OU     *
      * POSTERIOR) BLOQUEIA A EXECUCAO.                      *
      *----------------------------------------------------*
       0140-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-SALDOS.
           OPEN INPUT SALDO-ARQ.
           IF WRK-FS-SLD NOT = '00'
               DISPLAY 'PROVISAO: PROVSALD INDISPONIVEL - SALDOS '
                   'ANTERIORES ASSUMIDOS ZERADOS'
               GO TO 0140-CARREGAR-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-SLD = '10'
               READ SALDO-ARQ
                   AT END MOVE '10' TO WRK-FS-SLD
                   NOT AT END
                       IF PRV-COMPETENCIA >= WRK-COMPETENCIA-NUM
                           AND NOT WRK-EXECUCAO-BLOQUEADA
                           DISPLAY 'PROVISAO: COMPETENCIA '
                               PRV-COMPETENCIA ' JA PROVISIONADA '
                               'NO PROVSALD'
                           SET WRK-EXECUCAO-BLOQUEADA TO TRUE
                       END-IF
                       IF WRK-QTD-SALDOS >= 5000
                           AND NOT WRK-EXECUCAO-BLOQUEADA
                           DISPLAY 'PROVISAO: PROVSALD TEM MAIS DE '
                               '5000 MATRICULAS - SALDOS NAO CABEM '
                               'NA TABELA'
                           SET WRK-EXECUCAO-BLOQUEADA TO TRUE
                       END-IF
                       IF PRV-COMPETENCIA > WRK-CMP-ULTIMA-PROVISAO
                           MOVE PRV-COMPETENCIA
                               TO WRK-CMP-ULTIMA-PROVISAO
                       END-IF
                       IF NOT WRK-EXECUCAO-BLOQUEADA
                           ADD 1 TO WRK-QTD-SALDOS
                           SET WRK-IDX-SLD TO WRK-QTD-SALDOS
                           MOVE PRV-MATRICULA
                               TO WRK-SLD-MATRICULA(WRK-IDX-SLD)
                           MOVE PRV-DEPARTAMENTO
                               TO WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD)
                           MOVE PRV-SALDO-FERIAS
                               TO WRK-SLD-FERIAS(WRK-IDX-SLD)
                           MOVE PRV-SALDO-DECIMO
                               TO WRK-SLD-DECIMO(WRK-IDX-SLD)
                           MOVE PRV-SALDO-ENCARGOS
                               TO WRK-SLD-ENCARGOS(WRK-IDX-SLD)
                           COMPUTE WRK-SLD-ABERTURA(WRK-IDX-SLD) =
                               PRV-SALDO-FERIAS + PRV-SALDO-DECIMO
                               + PRV-SALDO-ENCARGOS
                           MOVE ZEROS
                               TO WRK-SLD-PROVISAO(WRK-IDX-SLD)
                                  WRK-SLD-BAIXA(WRK-IDX-SLD)
                                  WRK-SLD-EXCEDENTE(WRK-IDX-SLD)
                                  WRK-SLD-ESTORNO(WRK-IDX-SLD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDO-ARQ.
       0140-CARREGAR-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * INICIO DA JANELA DA BAIXA: A ULTIMA COMPETENCIA      *
      * PROVISIONADA NO PROVSALD (EXCLUSIVE). SEM O PROVSALD,*
      * O MES ANTERIOR A COMPETENCIA CORRENTE.               *
      *----------------------------------------------------*
       0145-DEFINIR-JANELA.
           IF WRK-CMP-ULTIMA-PROVISAO > ZEROS
               MOVE WRK-CMP-ULTIMA-PROVISAO TO WRK-CMP-INICIO-JANELA
               GO TO 0145-DEFINIR-JANELA-EXIT
           END-IF.
           IF WRK-CMP-MES = 1
               COMPUTE WRK-CMP-INICIO-JANELA =
                   (WRK-CMP-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-CMP-INICIO-JANELA =
                   WRK-COMPETENCIA-NUM - 1
           END-IF.
       0145-DEFINIR-JANELA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FERIAS PAGAS (FERPAY DO FERPAGTO GERADO NA JANELA DA *
      * BAIXA): O TOTAL (FERIAS + TERCO) DE CADA PERIODO     *
      * PAGO SOMA NO PAGAMENTO DA MATRICULA. FERPAY FORA DA  *
      * JANELA E IGNORADO.                                   *
      *----------------------------------------------------*
       0150-CARREGAR-FERIAS-PAGAS.
           OPEN INPUT FERPAY-ARQ.
           IF WRK-FS-FPG NOT = '00'
               GO TO 0150-CARREGAR-FERIAS-PAGAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FPG = '10'
               READ FERPAY-ARQ
                   AT END MOVE '10' TO WRK-FS-FPG
                   NOT AT END
                       COMPUTE WRK-CMP-PAGAMENTO =
                           FPG-DATA-GERACAO / 100
                       IF WRK-CMP-PAGAMENTO > WRK-CMP-INICIO-JANELA
                           AND WRK-CMP-PAGAMENTO <= WRK-COMPETENCIA-NUM
                           MOVE FPG-MATRICULA TO WRK-ACC-MATRICULA
                           MOVE FPG-DEPARTAMENTO
                               TO WRK-ACC-DEPTO-BUSCA
                           PERFORM 0165-LOCALIZAR-PAGAMENTO
                               THRU 0165-LOCALIZAR-PAGAMENTO-EXIT
                           IF NOT WRK-EXECUCAO-BLOQUEADA
                               ADD FPG-VALOR-TOTAL
                                   TO WRK-PAG-FERIAS(WRK-IDX-PAG)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERPAY-ARQ.
       0150-CARREGAR-FERIAS-PAGAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DECIMO TERCEIRO PAGO (GRATAUD DO DECTERC COM DATA NA *
      * JANELA DA BAIXA). O GRATAUD E ACUMULATIVO: SE O      *
      * DECTERC RODOU MAIS DE UMA VEZ, VALE O ULTIMO         *
      * REGISTRO DA MATRICULA.                               *
      * O DECTERC DO FECHAMENTO ANUAL (FECHANO) DATA O       *
      * GRATAUD DE 31/12 DO ANO FECHADO, MAS SO RODA DEPOIS  *
      * DA PROVISAO DE DEZEMBRO: O REGISTRO DE 31/12 DA      *
      * ULTIMA COMPETENCIA PROVISIONADA TAMBEM ENTRA.        *
      *----------------------------------------------------*
       0160-CARREGAR-DECIMO-PAGO.
           OPEN INPUT GRATAUD-ARQ.
           IF WRK-FS-GAU NOT = '00'
               GO TO 0160-CARREGAR-DECIMO-PAGO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-GAU = '10'
               READ GRATAUD-ARQ
                   AT END MOVE '10' TO WRK-FS-GAU
                   NOT AT END
                       COMPUTE WRK-CMP-PAGAMENTO =
                           GAU-ANO * 100 + GAU-MES
                       IF (WRK-CMP-PAGAMENTO > WRK-CMP-INICIO-JANELA
                           AND WRK-CMP-PAGAMENTO <= WRK-COMPETENCIA-NUM)
                          OR (WRK-CMP-PAGAMENTO =
                               WRK-CMP-ULTIMA-PROVISAO
                           AND GAU-MES = 12 AND GAU-DIA = 31)
                           MOVE GAU-MATRICULA TO WRK-ACC-MATRICULA
                           MOVE GAU-DEPARTAMENTO
                               TO WRK-ACC-DEPTO-BUSCA
                           PERFORM 0165-LOCALIZAR-PAGAMENTO
                               THRU 0165-LOCALIZAR-PAGAMENTO-EXIT
                           IF NOT WRK-EXECUCAO-BLOQUEADA
                               MOVE GAU-VALOR
                                   TO WRK-PAG-DECIMO(WRK-IDX-PAG)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRATAUD-ARQ.
       0160-CARREGAR-DECIMO-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RESCISOES CALCULADAS NA JANELA DA BAIXA (RESCAUD DO  *
      * RESCISAO): FERIAS VENCIDAS, PROPORCIONAIS E O TERCO  *
      * SOMAM NAS FERIAS PAGAS; O DECIMO, LIQUIDO DA PRIMEIRA*
      * PARCELA JA DESCONTADA (BAIXADA PELO GRATAUD), SOMA NO*
      * DECIMO PAGO. O PAGAMENTO FICA MARCADO COMO RESCISAO, *
      * NO DEPARTAMENTO DA RESCISAO, PARA O ESTORNO DO SALDO.*
      * A LIBERACAO DE ORDEM RETIDA ('L') NAO E RESCISAO NOVA.*
      *----------------------------------------------------*
       0170-CARREGAR-RESCISOES.
           OPEN INPUT RESCAUD-ARQ.
           IF WRK-FS-RAU NOT = '00'
               GO TO 0170-CARREGAR-RESCISOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-RAU = '10'
               READ RESCAUD-ARQ
                   AT END MOVE '10' TO WRK-FS-RAU
                   NOT AT END
                       COMPUTE WRK-CMP-PAGAMENTO =
                           RAU-DATA-PROCESSO / 100
                       IF WRK-CMP-PAGAMENTO > WRK-CMP-INICIO-JANELA
                           AND WRK-CMP-PAGAMENTO <= WRK-COMPETENCIA-NUM
                           AND NOT RAU-ORDEM-LIBERADA
                           PERFORM 0175-GUARDAR-RESCISAO
                               THRU 0175-GUARDAR-RESCISAO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESCAUD-ARQ.
       0170-CARREGAR-RESCISOES-EXIT.
           EXIT.

       0175-GUARDAR-RESCISAO.
           MOVE RAU-MATRICULA TO WRK-ACC-MATRICULA.
           MOVE RAU-DEPARTAMENTO TO WRK-ACC-DEPTO-BUSCA.
           PERFORM 0165-LOCALIZAR-PAGAMENTO
               THRU 0165-LOCALIZAR-PAGAMENTO-EXIT.
           IF WRK-EXECUCAO-BLOQUEADA
               GO TO 0175-GUARDAR-RESCISAO-EXIT
           END-IF.
           ADD RAU-VALOR-FERIAS-VENC RAU-VALOR-FERIAS-PROP
               RAU-VALOR-TERCO TO WRK-PAG-FERIAS(WRK-IDX-PAG).
           MOVE ZEROS TO WRK-DECIMO-RESCISAO.
           IF RAU-VALOR-DECIMO > RAU-DESC-DECIMO-PAGO
               COMPUTE WRK-DECIMO-RESCISAO =
                   RAU-VALOR-DECIMO - RAU-DESC-DECIMO-PAGO
           END-IF.
           ADD WRK-DECIMO-RESCISAO TO WRK-PAG-DECIMO(WRK-IDX-PAG).
           MOVE RAU-DEPARTAMENTO TO WRK-PAG-DEPARTAMENTO(WRK-IDX-PAG).
           SET WRK-PAG-DESLIGADO(WRK-IDX-PAG) TO TRUE.
           ADD 1 TO WRK-QTD-RESCISOES.
       0175-GUARDAR-RESCISAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-PAG NO PAGAMENTO DA MATRICULA EM   *
      * WRK-ACC-MATRICULA, INCLUINDO-O SE AINDA NAO EXISTE.  *
      *----------------------------------------------------*
       0165-LOCALIZAR-PAGAMENTO.
           SET WRK-IDX-PAG TO 1.
           SEARCH WRK-PAG
               AT END
                   IF WRK-QTD-PAGAMENTOS >= 5000
                       DISPLAY 'PROVISAO: MAIS DE 5000 MATRICULAS '
                           'PAGAS NO MES - BAIXA INCOMPLETA'
                       SET WRK-EXECUCAO-BLOQUEADA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-PAGAMENTOS
                       SET WRK-IDX-PAG TO WRK-QTD-PAGAMENTOS
                       MOVE WRK-ACC-MATRICULA
                           TO WRK-PAG-MATRICULA(WRK-IDX-PAG)
                       MOVE WRK-ACC-DEPTO-BUSCA
                           TO WRK-PAG-DEPARTAMENTO(WRK-IDX-PAG)
                       MOVE ZEROS TO WRK-PAG-FERIAS(WRK-IDX-PAG)
                                     WRK-PAG-DECIMO(WRK-IDX-PAG)
                       MOVE 'N' TO WRK-PAG-RESCISAO(WRK-IDX-PAG)
                   END-IF
               WHEN WRK-PAG-MATRICULA(WRK-IDX-PAG)
                       = WRK-ACC-MATRICULA
                   CONTINUE
           END-SEARCH.
       0165-LOCALIZAR-PAGAMENTO-EXIT.
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
      * PROVISIONA O MES DE CADA FUNCIONARIO ATIVO ADMITIDO  *
      * ATE A COMPETENCIA: 1/12 DO SALARIO PARA FERIAS MAIS  *
      * O TERCO, 1/12 PARA O DECIMO TERCEIRO (O MES DA       *
      * ADMISSAO CONTA, COMO NOS AVOS DO DECTERC) E OS       *
      * ENCARGOS PATRONAIS SOBRE O TOTAL.                    *
      *----------------------------------------------------*
       0200-PROVISIONAR.
           READ FUNCIONARIO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-FUNC TO TRUE
                   GO TO 0200-PROVISIONAR-EXIT
           END-READ.
           IF NOT WRK-FUNC-ATIVO
               GO TO 0200-PROVISIONAR-EXIT
           END-IF.
           COMPUTE WRK-CMP-ADMISSAO =
               WRK-ANO-ENTRADA * 100 + WRK-MES-ENTRADA.
           IF WRK-CMP-ADMISSAO > WRK-COMPETENCIA-NUM
               GO TO 0200-PROVISIONAR-EXIT
           END-IF.

           MOVE WRK-MATRICULA TO WRK-ACC-MATRICULA.
           MOVE WRK-DEPARTAMENTO TO WRK-ACC-DEPTO-BUSCA.
           PERFORM 0210-LOCALIZAR-SALDO
               THRU 0210-LOCALIZAR-SALDO-EXIT.
           IF WRK-EXECUCAO-BLOQUEADA
               SET WRK-FIM-FUNC TO TRUE
               GO TO 0200-PROVISIONAR-EXIT
           END-IF.
      *    O SALDO ACOMPANHA O FUNCIONARIO TRANSFERIDO.
           MOVE WRK-DEPARTAMENTO TO WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD).

           COMPUTE WRK-MES-FERIAS ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 12.
           COMPUTE WRK-MES-TERCO ROUNDED = WRK-MES-FERIAS / 3.
           COMPUTE WRK-MES-DECIMO ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 12.
           COMPUTE WRK-MES-ENCARGOS ROUNDED =
               (WRK-MES-FERIAS + WRK-MES-TERCO + WRK-MES-DECIMO)
               * WRK-PERC-ENCARGOS / 100.

           ADD WRK-MES-FERIAS WRK-MES-TERCO
               TO WRK-SLD-FERIAS(WRK-IDX-SLD)
                  WRK-TOTAL-PROV-FERIAS.
           ADD WRK-MES-DECIMO
               TO WRK-SLD-DECIMO(WRK-IDX-SLD)
                  WRK-TOTAL-PROV-DECIMO.
           ADD WRK-MES-ENCARGOS
               TO WRK-SLD-ENCARGOS(WRK-IDX-SLD)
                  WRK-TOTAL-PROV-ENCARGOS.
           ADD WRK-MES-FERIAS WRK-MES-TERCO WRK-MES-DECIMO
               WRK-MES-ENCARGOS TO WRK-SLD-PROVISAO(WRK-IDX-SLD).
           ADD 1 TO WRK-QTD-PROVISIONADOS.
       0200-PROVISIONAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-SLD NO SALDO DA MATRICULA EM       *
      * WRK-ACC-MATRICULA, ABRINDO SALDO ZERADO PARA QUEM    *
      * AINDA NAO TEM. TABELA CHEIA BLOQUEIA A EXECUCAO.     *
      *----------------------------------------------------*
       0210-LOCALIZAR-SALDO.
           SET WRK-IDX-SLD TO 1.
           SEARCH WRK-SLD
               AT END
                   IF WRK-QTD-SALDOS >= 5000
                       DISPLAY 'PROVISAO: MAIS DE 5000 MATRICULAS '
                           'COM SALDO - MATRICULA '
                           WRK-ACC-MATRICULA ' NAO CABE NA TABELA'
                       SET WRK-EXECUCAO-BLOQUEADA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-SALDOS
                       SET WRK-IDX-SLD TO WRK-QTD-SALDOS
                       MOVE WRK-ACC-MATRICULA
                           TO WRK-SLD-MATRICULA(WRK-IDX-SLD)
                       MOVE WRK-ACC-DEPTO-BUSCA
                           TO WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD)
                       MOVE ZEROS TO WRK-SLD-FERIAS(WRK-IDX-SLD)
                                     WRK-SLD-DECIMO(WRK-IDX-SLD)
                                     WRK-SLD-ENCARGOS(WRK-IDX-SLD)
                                     WRK-SLD-ABERTURA(WRK-IDX-SLD)
                                     WRK-SLD-PROVISAO(WRK-IDX-SLD)
                                     WRK-SLD-BAIXA(WRK-IDX-SLD)
                                     WRK-SLD-EXCEDENTE(WRK-IDX-SLD)
                                     WRK-SLD-ESTORNO(WRK-IDX-SLD)
                   END-IF
               WHEN WRK-SLD-MATRICULA(WRK-IDX-SLD)
                       = WRK-ACC-MATRICULA
                   CONTINUE
           END-SEARCH.
       0210-LOCALIZAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * BAIXA O PAGAMENTO DA MATRICULA CONTRA O SALDO: FERIAS*
      * E DECIMO PAGOS CONSOMEM OS RESPECTIVOS SALDOS, E OS  *
      * ENCARGOS SOBRE O VALOR PAGO CONSOMEM O SALDO DE      *
      * ENCARGOS. O QUE PASSAR DO SALDO E EXCEDENTE, LANCADO *
      * NA DESPESA DO DEPARTAMENTO. NA RESCISAO, O SALDO QUE *
      * SOBRAR E ESTORNADO.                                  *
      *----------------------------------------------------*
       0300-BAIXAR-PAGAMENTO.
           MOVE WRK-PAG-MATRICULA(WRK-IDX-PAG) TO WRK-ACC-MATRICULA.
           MOVE WRK-PAG-DEPARTAMENTO(WRK-IDX-PAG)
               TO WRK-ACC-DEPTO-BUSCA.
           PERFORM 0210-LOCALIZAR-SALDO
               THRU 0210-LOCALIZAR-SALDO-EXIT.
           IF WRK-EXECUCAO-BLOQUEADA
               GO TO 0300-BAIXAR-PAGAMENTO-EXIT
           END-IF.

           MOVE WRK-PAG-FERIAS(WRK-IDX-PAG) TO WRK-BAIXA-FERIAS.
           IF WRK-BAIXA-FERIAS > WRK-SLD-FERIAS(WRK-IDX-SLD)
               MOVE WRK-SLD-FERIAS(WRK-IDX-SLD) TO WRK-BAIXA-FERIAS
           END-IF.
           MOVE WRK-PAG-DECIMO(WRK-IDX-PAG) TO WRK-BAIXA-DECIMO.
           IF WRK-BAIXA-DECIMO > WRK-SLD-DECIMO(WRK-IDX-SLD)
               MOVE WRK-SLD-DECIMO(WRK-IDX-SLD) TO WRK-BAIXA-DECIMO
           END-IF.
           COMPUTE WRK-ENC-PAGAMENTO ROUNDED =
               (WRK-PAG-FERIAS(WRK-IDX-PAG)
                + WRK-PAG-DECIMO(WRK-IDX-PAG))
               * WRK-PERC-ENCARGOS / 100.
           MOVE WRK-ENC-PAGAMENTO TO WRK-BAIXA-ENCARGOS.
           IF WRK-BAIXA-ENCARGOS > WRK-SLD-ENCARGOS(WRK-IDX-SLD)
               MOVE WRK-SLD-ENCARGOS(WRK-IDX-SLD)
                   TO WRK-BAIXA-ENCARGOS
           END-IF.

           SUBTRACT WRK-BAIXA-FERIAS FROM WRK-SLD-FERIAS(WRK-IDX-SLD).
           SUBTRACT WRK-BAIXA-DECIMO FROM WRK-SLD-DECIMO(WRK-IDX-SLD).
           SUBTRACT WRK-BAIXA-ENCARGOS
               FROM WRK-SLD-ENCARGOS(WRK-IDX-SLD).
           ADD WRK-BAIXA-FERIAS WRK-BAIXA-DECIMO WRK-BAIXA-ENCARGOS
               TO WRK-SLD-BAIXA(WRK-IDX-SLD).
           COMPUTE WRK-SLD-EXCEDENTE(WRK-IDX-SLD) =
               WRK-SLD-EXCEDENTE(WRK-IDX-SLD)
               + WRK-PAG-FERIAS(WRK-IDX-PAG) - WRK-BAIXA-FERIAS
               + WRK-PAG-DECIMO(WRK-IDX-PAG) - WRK-BAIXA-DECIMO
               + WRK-ENC-PAGAMENTO - WRK-BAIXA-ENCARGOS.

           ADD WRK-BAIXA-FERIAS TO WRK-TOTAL-BAIXA-FERIAS.
           ADD WRK-BAIXA-DECIMO TO WRK-TOTAL-BAIXA-DECIMO.
           ADD WRK-BAIXA-ENCARGOS TO WRK-TOTAL-BAIXA-ENCARGOS.
           ADD WRK-PAG-FERIAS(WRK-IDX-PAG) WRK-PAG-DECIMO(WRK-IDX-PAG)
               TO WRK-TOTAL-PAGO.
           ADD WRK-ENC-PAGAMENTO TO WRK-TOTAL-ENC-PAGO.
           ADD 1 TO WRK-QTD-BAIXADOS.
           IF WRK-PAG-DESLIGADO(WRK-IDX-PAG)
               PERFORM 0310-ESTORNAR-SALDO
                   THRU 0310-ESTORNAR-SALDO-EXIT
           END-IF.
       0300-BAIXAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MATRICULA DESLIGADA: O SALDO QUE SOBROU DEPOIS DA    *
      * BAIXA NAO SERA MAIS PAGO. SAI DAS CONTAS DE PROVISAO *
      * (JUNTO COM A BAIXA) CONTRA A DESPESA DO DEPARTAMENTO *
      * DA RESCISAO, QUE TAMBEM RECEBE O EXCEDENTE, E A      *
      * MATRICULA SAI ZERADA NO PROVNEW.                     *
      *----------------------------------------------------*
       0310-ESTORNAR-SALDO.
           MOVE WRK-PAG-DEPARTAMENTO(WRK-IDX-PAG)
               TO WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD).
           ADD WRK-SLD-FERIAS(WRK-IDX-SLD) TO WRK-TOTAL-BAIXA-FERIAS.
           ADD WRK-SLD-DECIMO(WRK-IDX-SLD) TO WRK-TOTAL-BAIXA-DECIMO.
           ADD WRK-SLD-ENCARGOS(WRK-IDX-SLD)
               TO WRK-TOTAL-BAIXA-ENCARGOS.
           ADD WRK-SLD-FERIAS(WRK-IDX-SLD) WRK-SLD-DECIMO(WRK-IDX-SLD)
               WRK-SLD-ENCARGOS(WRK-IDX-SLD)
               TO WRK-SLD-BAIXA(WRK-IDX-SLD)
                  WRK-SLD-ESTORNO(WRK-IDX-SLD).
           MOVE ZEROS TO WRK-SLD-FERIAS(WRK-IDX-SLD)
                         WRK-SLD-DECIMO(WRK-IDX-SLD)
                         WRK-SLD-ENCARGOS(WRK-IDX-SLD).
       0310-ESTORNAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACUMULA OS MOVIMENTOS DA MATRICULA NO DEPARTAMENTO   *
      * ATUAL DELA.                                          *
      *----------------------------------------------------*
       0400-TOTALIZAR-DEPARTAMENTO.
           SET WRK-IDX-DEPTO TO 1.
           SEARCH WRK-DEPTO
               AT END
                   IF WRK-QTD-DEPARTAMENTOS >= 50
                       DISPLAY 'PROVISAO: MAIS DE 50 DEPARTAMENTOS - '
                           'DEPARTAMENTO '
                           WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD)
                           ' FORA DO RELATORIO'
                       GO TO 0400-TOTALIZAR-DEPARTAMENTO-EXIT
                   ELSE
                       ADD 1 TO WRK-QTD-DEPARTAMENTOS
                       SET WRK-IDX-DEPTO TO WRK-QTD-DEPARTAMENTOS
                       MOVE WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD)
                           TO WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       MOVE ZEROS
                           TO WRK-DEPTO-ABERTURA(WRK-IDX-DEPTO)
                              WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO)
                              WRK-DEPTO-BAIXA(WRK-IDX-DEPTO)
                              WRK-DEPTO-EXCEDENTE(WRK-IDX-DEPTO)
                              WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO)
                              WRK-DEPTO-FECHAMENTO(WRK-IDX-DEPTO)
                   END-IF
               WHEN WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       = WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD)
                   CONTINUE
           END-SEARCH.
           ADD WRK-SLD-ABERTURA(WRK-IDX-SLD)
               TO WRK-DEPTO-ABERTURA(WRK-IDX-DEPTO).
           ADD WRK-SLD-PROVISAO(WRK-IDX-SLD)
               TO WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO).
           ADD WRK-SLD-BAIXA(WRK-IDX-SLD)
               TO WRK-DEPTO-BAIXA(WRK-IDX-DEPTO).
           ADD WRK-SLD-EXCEDENTE(WRK-IDX-SLD)
               TO WRK-DEPTO-EXCEDENTE(WRK-IDX-DEPTO).
           ADD WRK-SLD-ESTORNO(WRK-IDX-SLD)
               TO WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO).
           ADD WRK-SLD-FERIAS(WRK-IDX-SLD)
               WRK-SLD-DECIMO(WRK-IDX-SLD)
               WRK-SLD-ENCARGOS(WRK-IDX-SLD)
               TO WRK-DEPTO-FECHAMENTO(WRK-IDX-DEPTO).
       0400-TOTALIZAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GERA OS LANCAMENTOS DA PROVISAO E DA BAIXA. OS       *
      * LANCAMENTOS SAO ACRESCENTADOS AO GLFILE, JUNTO COM   *
      * OS DO GLPOST E DO GLFOLHA.                           *
      *----------------------------------------------------*
       0500-GERAR-LANCAMENTOS.
           OPEN EXTEND GLFILE-ARQ.
           IF WRK-FS-GLF NOT = '00'
               CLOSE GLFILE-ARQ
               OPEN OUTPUT GLFILE-ARQ
           END-IF.
      *    PROVISAO DO MES E EXCEDENTE PAGO: DESPESA POR
      *    DEPARTAMENTO; SALDO ESTORNADO NA RESCISAO: CREDITO
      *    NA MESMA DESPESA.
           PERFORM 0510-LANCAR-DEPARTAMENTO
               THRU 0510-LANCAR-DEPARTAMENTO-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.

           MOVE WRK-CONTA-PROV-FERIAS TO GLF-CONTA.
           MOVE WRK-TOTAL-PROV-FERIAS TO GLF-VALOR.
           PERFORM 0520-CREDITAR THRU 0520-CREDITAR-EXIT.

           MOVE WRK-CONTA-PROV-DECIMO TO GLF-CONTA.
           MOVE WRK-TOTAL-PROV-DECIMO TO GLF-VALOR.
           PERFORM 0520-CREDITAR THRU 0520-CREDITAR-EXIT.

           MOVE WRK-CONTA-PROV-ENCARGOS TO GLF-CONTA.
           MOVE WRK-TOTAL-PROV-ENCARGOS TO GLF-VALOR.
           PERFORM 0520-CREDITAR THRU 0520-CREDITAR-EXIT.

      *    BAIXA DA PROVISAO PELOS PAGAMENTOS DO MES, COM O
      *    SALDO ESTORNADO NA RESCISAO.
           MOVE WRK-CONTA-PROV-FERIAS TO GLF-CONTA.
           MOVE WRK-TOTAL-BAIXA-FERIAS TO GLF-VALOR.
           PERFORM 0525-DEBITAR THRU 0525-DEBITAR-EXIT.

           MOVE WRK-CONTA-PROV-DECIMO TO GLF-CONTA.
           MOVE WRK-TOTAL-BAIXA-DECIMO TO GLF-VALOR.
           PERFORM 0525-DEBITAR THRU 0525-DEBITAR-EXIT.

           MOVE WRK-CONTA-PROV-ENCARGOS TO GLF-CONTA.
           MOVE WRK-TOTAL-BAIXA-ENCARGOS TO GLF-VALOR.
           PERFORM 0525-DEBITAR THRU 0525-DEBITAR-EXIT.

           MOVE WRK-CONTA-CREDITO TO GLF-CONTA.
           MOVE WRK-TOTAL-PAGO TO GLF-VALOR.
           PERFORM 0520-CREDITAR THRU 0520-CREDITAR-EXIT.

           MOVE WRK-CONTA-ENC-RECOLHER TO GLF-CONTA.
           MOVE WRK-TOTAL-ENC-PAGO TO GLF-VALOR.
           PERFORM 0520-CREDITAR THRU 0520-CREDITAR-EXIT.

           CLOSE GLFILE-ARQ.
       0500-GERAR-LANCAMENTOS-EXIT.
           EXIT.

       0510-LANCAR-DEPARTAMENTO.
           COMPUTE GLF-VALOR = WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO)
               + WRK-DEPTO-EXCEDENTE(WRK-IDX-DEPTO).
           IF GLF-VALOR = ZEROS
               AND WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO) = ZEROS
               GO TO 0510-LANCAR-DEPARTAMENTO-EXIT
           END-IF.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO) TO WRK-ACC-DEPTO-BUSCA.
           PERFORM 0530-LOCALIZAR-CONTA
               THRU 0530-LOCALIZAR-CONTA-EXIT.
           MOVE WRK-CONTA-ENCONTRADA TO GLF-CONTA.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO) TO GLF-ORIGEM.
           IF GLF-VALOR > ZEROS
               MOVE 'D' TO GLF-TIPO
               WRITE WRK-REG-GLFILE
               ADD GLF-VALOR TO WRK-TOTAL-DEBITOS
           END-IF.
           IF WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO) > ZEROS
               MOVE 'C' TO GLF-TIPO
               MOVE WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO) TO GLF-VALOR
               WRITE WRK-REG-GLFILE
               ADD GLF-VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
       0510-LANCAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA UM CREDITO OU UM DEBITO COM A CONTA E O VALOR  *
      * JA PREPARADOS EM GLF-CONTA/GLF-VALOR. LANCAMENTO     *
      * ZERADO NAO E GRAVADO (MES SEM PAGAMENTO).            *
      *----------------------------------------------------*
       0520-CREDITAR.
           IF GLF-VALOR = ZEROS
               GO TO 0520-CREDITAR-EXIT
           END-IF.
           MOVE 'C' TO GLF-TIPO.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE 'PROVISAO' TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD GLF-VALOR TO WRK-TOTAL-CREDITOS.
       0520-CREDITAR-EXIT.
           EXIT.

       0525-DEBITAR.
           IF GLF-VALOR = ZEROS
               GO TO 0525-DEBITAR-EXIT
           END-IF.
           MOVE 'D' TO GLF-TIPO.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE 'PROVISAO' TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD GLF-VALOR TO WRK-TOTAL-DEBITOS.
       0525-DEBITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TRADUZ O DEPARTAMENTO NA CONTA DE DESPESA MAPEADA.   *
      * DEPARTAMENTO SEM MAPA CAI NA CONTA TRANSITORIA, COM  *
      * AVISO PARA A CONTABILIDADE RECLASSIFICAR.            *
      *----------------------------------------------------*
       0530-LOCALIZAR-CONTA.
           MOVE WRK-CONTA-TRANSITORIA TO WRK-CONTA-ENCONTRADA.
           IF WRK-QTD-MAPAS = ZEROS
               GO TO 0530-LOCALIZAR-CONTA-EXIT
           END-IF.
           SET WRK-IDX-MAPA TO 1.
           SEARCH WRK-MAPA
               AT END
                   DISPLAY 'PROVISAO: DEPARTAMENTO '
                       WRK-ACC-DEPTO-BUSCA ' SEM CONTA MAPEADA - '
                       'USANDO CONTA TRANSITORIA'
               WHEN WRK-MAPA-DEPARTAMENTO(WRK-IDX-MAPA)
                       = WRK-ACC-DEPTO-BUSCA
                   MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       TO WRK-CONTA-ENCONTRADA
           END-SEARCH.
       0530-LOCALIZAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RELATORIO POR DEPARTAMENTO: SALDO ANTERIOR, PROVISAO *
      * DO MES, BAIXAS E SALDO FINAL, COM A PROVA DE QUE     *
      * ANTERIOR + PROVISAO - BAIXAS = FINAL, SEGUIDO DO     *
      * CONTROLE DE DEBITOS = CREDITOS DOS LANCAMENTOS.      *
      *----------------------------------------------------*
       0600-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PROVISAO: ERRO AO CRIAR PROVREL - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-ERRO-PROVREL TO TRUE
               GO TO 0600-IMPRIMIR-RELATORIO-EXIT
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           PERFORM 0610-IMPRIMIR-DEPARTAMENTO
               THRU 0610-IMPRIMIR-DEPARTAMENTO-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.

           MOVE 'TOTAL.....' TO WRK-LD-DEPTO.
           MOVE WRK-TOTAL-ABERTURA TO WRK-LD-ABERTURA.
           MOVE WRK-TOTAL-PROVISAO TO WRK-LD-PROVISAO.
           MOVE WRK-TOTAL-BAIXA TO WRK-LD-BAIXA.
           MOVE WRK-TOTAL-FECHAMENTO TO WRK-LD-FECHAMENTO.
           COMPUTE WRK-PROVA-FECHAMENTO = WRK-TOTAL-ABERTURA
               + WRK-TOTAL-PROVISAO - WRK-TOTAL-BAIXA.
           IF WRK-PROVA-FECHAMENTO = WRK-TOTAL-FECHAMENTO
               MOVE 'CONFERE' TO WRK-LD-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-QTD-NAO-CONFERE
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           MOVE 'PAGO ALEM DA PROVISAO (DESPESA DIRETA)..'
               TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-EXCEDENTE TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.
           MOVE 'SALDO ESTORNADO NA RESCISAO (NAS BAIXAS)'
               TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-ESTORNO TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.
           MOVE 'TOTAL DEBITOS...........................'
               TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-DEBITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.
           MOVE 'TOTAL CREDITOS..........................'
               TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-CREDITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL-CTL.
           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'CONFERE' TO WRK-CTL-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO WRK-CTL-SITUACAO
               ADD 1 TO WRK-QTD-NAO-CONFERE
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SITUACAO.
           CLOSE RELATORIO-ARQ.
       0600-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       0610-IMPRIMIR-DEPARTAMENTO.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO) TO WRK-LD-DEPTO.
           MOVE WRK-DEPTO-ABERTURA(WRK-IDX-DEPTO) TO WRK-LD-ABERTURA.
           MOVE WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO) TO WRK-LD-PROVISAO.
           MOVE WRK-DEPTO-BAIXA(WRK-IDX-DEPTO) TO WRK-LD-BAIXA.
           MOVE WRK-DEPTO-FECHAMENTO(WRK-IDX-DEPTO)
               TO WRK-LD-FECHAMENTO.
           COMPUTE WRK-PROVA-FECHAMENTO =
               WRK-DEPTO-ABERTURA(WRK-IDX-DEPTO)
               + WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO)
               - WRK-DEPTO-BAIXA(WRK-IDX-DEPTO).
           IF WRK-PROVA-FECHAMENTO =
               WRK-DEPTO-FECHAMENTO(WRK-IDX-DEPTO)
               MOVE 'CONFERE' TO WRK-LD-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-QTD-NAO-CONFERE
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

           ADD WRK-DEPTO-ABERTURA(WRK-IDX-DEPTO) TO WRK-TOTAL-ABERTURA.
           ADD WRK-DEPTO-PROVISAO(WRK-IDX-DEPTO) TO WRK-TOTAL-PROVISAO.
           ADD WRK-DEPTO-BAIXA(WRK-IDX-DEPTO) TO WRK-TOTAL-BAIXA.
           ADD WRK-DEPTO-EXCEDENTE(WRK-IDX-DEPTO)
               TO WRK-TOTAL-EXCEDENTE.
           ADD WRK-DEPTO-ESTORNO(WRK-IDX-DEPTO)
               TO WRK-TOTAL-ESTORNO.
           ADD WRK-DEPTO-FECHAMENTO(WRK-IDX-DEPTO)
               TO WRK-TOTAL-FECHAMENTO.
       0610-IMPRIMIR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A GERACAO NOVA DOS SALDOS (PROVNEW), TODAS AS  *
      * MATRICULAS MARCADAS COM A COMPETENCIA PROVISIONADA.  *
      *----------------------------------------------------*
       0700-GRAVAR-GERACAO-NOVA.
           OPEN OUTPUT SALDONOVO-ARQ.
           IF WRK-FS-SNV NOT = '00'
               MOVE WRK-FS-SNV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PROVISAO: ERRO AO CRIAR PROVNEW - STATUS '
                   WRK-FS-SNV ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-ERRO-PROVNEW TO TRUE
               GO TO 0700-GRAVAR-GERACAO-NOVA-EXIT
           END-IF.
           PERFORM 0710-GRAVAR-SALDO THRU 0710-GRAVAR-SALDO-EXIT
               VARYING WRK-IDX-SLD FROM 1 BY 1
               UNTIL WRK-IDX-SLD > WRK-QTD-SALDOS.
           CLOSE SALDONOVO-ARQ.
       0700-GRAVAR-GERACAO-NOVA-EXIT.
           EXIT.

       0710-GRAVAR-SALDO.
           MOVE WRK-SLD-MATRICULA(WRK-IDX-SLD) TO PNV-MATRICULA.
           MOVE WRK-SLD-DEPARTAMENTO(WRK-IDX-SLD) TO PNV-DEPARTAMENTO.
           MOVE WRK-SLD-FERIAS(WRK-IDX-SLD) TO PNV-SALDO-FERIAS.
           MOVE WRK-SLD-DECIMO(WRK-IDX-SLD) TO PNV-SALDO-DECIMO.
           MOVE WRK-SLD-ENCARGOS(WRK-IDX-SLD) TO PNV-SALDO-ENCARGOS.
           MOVE WRK-COMPETENCIA-NUM TO PNV-COMPETENCIA.
           WRITE WRK-REG-SALDONOVO.
       0710-GRAVAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FECHA O CADASTRO, DA O RESUMO E REGISTRA O RESULTADO *
      * NO RUNLOG. BLOQUEIO OU FALHA DE ABERTURA, E ERRO NA  *
      * CRIACAO DO PROVREL OU DO PROVNEW, DEVOLVEM RETORNO 8 *
      * AO DRIVER (FECHMES), QUE PARA A CADEIA.              *
      *----------------------------------------------------*
       0900-ENCERRAR.
           MOVE 'PROVISAO' TO WRK-LOG-PROGRAMA.
           IF WRK-ARQUIVOS-OK
               CLOSE FUNCIONARIO-ARQ
           END-IF.
           IF NOT WRK-ARQUIVOS-OK OR WRK-EXECUCAO-BLOQUEADA
               DISPLAY 'PROVISAO: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               MOVE 'EXECUCAO ENCERRADA SEM PROCESSAR'
                   TO WRK-LOG-MENSAGEM
               CALL 'RUNLOG' USING WRK-LOG-AREA
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           DISPLAY 'PROVISAO: COMPETENCIA ' WRK-COMPETENCIA-NUM ' - '
               WRK-QTD-PROVISIONADOS ' FUNCIONARIOS PROVISIONADOS, '
               WRK-QTD-BAIXADOS ' PAGAMENTOS BAIXADOS ('
               WRK-QTD-RESCISOES ' RESCISOES)'.
      *    SEM O PROVNEW, O PROVSALD FICA COMO ESTA; OS
      *    LANCAMENTOS DA COMPETENCIA JA FORAM PARA O GLFILE.
           IF WRK-ERRO-PROVNEW
               DISPLAY 'PROVISAO: PROVNEW NAO GERADO - NAO SUBSTITUA '
                   'O PROVSALD; LANCAMENTOS JA GRAVADOS NO GLFILE'
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               MOVE 'PROVNEW NAO GERADO - LANCAMENTOS JA NO GLFILE'
                   TO WRK-LOG-MENSAGEM
               CALL 'RUNLOG' USING WRK-LOG-AREA
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           DISPLAY 'PROVISAO: SUBSTITUA PROVSALD POR PROVNEW'.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           IF WRK-QTD-NAO-CONFERE > ZEROS
               MOVE 'A' TO WRK-LOG-SEVERIDADE
               DISPLAY 'PROVISAO: RELATORIO PROVREL NAO CONFERE - '
                   'VERIFICAR'
           END-IF.
           IF WRK-ERRO-PROVREL
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               DISPLAY 'PROVISAO: RELATORIO PROVREL NAO EMITIDO'
           END-IF.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING WRK-QTD-PROVISIONADOS ' PROVISIONADOS, '
               WRK-QTD-BAIXADOS ' BAIXADOS, COMPETENCIA '
               WRK-COMPETENCIA-NUM
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           IF WRK-ERRO-PROVREL
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

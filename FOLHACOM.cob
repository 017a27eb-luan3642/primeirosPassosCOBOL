       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHACOM.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: FOLHA COMPLEMENTAR DE UMA COMPETENCIA JA
      * FECHADA. LE OS MOVIMENTOS DE CORRECAO (MOVCOMP: DIFERENCA
      * SALARIAL, HORAS EXTRAS OU COMISSAO QUE FICARAM DE FORA DA
      * FOLHA DO MES) DA COMPETENCIA DO CARTAO COMPET E RECALCULA
      * SO AS MATRICULAS AFETADAS. A PREVIDENCIA E O IMPOSTO DE
      * RENDA SAO CALCULADOS SOBRE O TOTAL DO MES (TUDO O QUE JA
      * ESTA NO PAYHIST PARA A COMPETENCIA, MAIS A CORRECAO),
      * PELAS MESMAS TABELAS COM VIGENCIA DO CALCLIQ (INSSTAB,
      * IRFTAB) E A MESMA DEDUCAO POR DEPENDENTE (DEPNMSTR,
      * CARTAO DEPDED); O DESCONTO DA COMPLEMENTAR E O CALCULADO
      * SOBRE O TOTAL MENOS O QUE JA FOI DESCONTADO NO MES -
      * NUNCA O IMPOSTO DA DIFERENCA SOZINHA, QUE CAIRIA NA
      * FAIXA ERRADA.
      * SAIDAS:
      *   - PAYHIST: UM REGISTRO DE DIFERENCA POR MATRICULA,
      *     MARCADO COMO FOLHA COMPLEMENTAR (VER PAYHREG.COB),
      *     ACRESCENTADO AO HISTORICO SEM TOCAR NO REGISTRO
      *     ORIGINAL DO MES;
      *   - BANKCOMP: REMESSA COMPLEMENTAR AO BANCO, NO MESMO
      *     LAYOUT DA REMESSA DO BANKREM, COM AS MESMAS REGRAS
      *     DE CADASTRO (DESLIGADO OU SEM CONTA FICA DE FORA);
      *   - HOLECOMP: DEMONSTRATIVO COMPLEMENTAR POR MATRICULA;
      *   - GLFILE: OS LANCAMENTOS DA DIFERENCA NO MESMO LAYOUT
      *     E COM AS MESMAS CONTAS DO GLFOLHA (CARTOES GLMAP,
      *     GLCRED, GLINSS, GLIRF), ACRESCENTADOS AO GLFILE COM
      *     ORIGEM FOLHACOM, E O CONTROLE DEBITO = CREDITO NO
      *     GLCCTRL;
      *   - PENSCOMP: A PENSAO ALIMENTICIA SOBRE A DIFERENCA, UM
      *     REGISTRO POR ORDEM JUDICIAL NO LAYOUT DO PENSPAG (VER
      *     PENSPREG.COB), MARCADO COMO FOLHA COMPLEMENTAR. A
      *     REMESSA AOS BENEFICIARIOS SAI DO PENSREM EXECUTADO
      *     COM O PENSCOMP NO LUGAR DO PENSPAG;
      *   - FGTSCOMP: O INSS PATRONAL E O FGTS (CARTOES INSSPATR
      *     E FGTSPCT DO ENCARGOS) SOBRE O BRUTO DA DIFERENCA,
      *     ACUMULADOS COM A COMPETENCIA DO PAGAMENTO (ANO/MES DA
      *     EXECUCAO), QUE O FGTSREM DAQUELA COMPETENCIA SOMA AO
      *     RECOLHIMENTO DO ENCFILE.
      * A CORRECAO E SEMPRE A FAVOR DO FUNCIONARIO; DESCONTO
      * ESQUECIDO ENTRA NA FOLHA CORRENTE. AS ORDENS DE PENSAO
      * EM VIGOR NA COMPETENCIA (PENSMSTR) SOBRE O LIQUIDO OU
      * SOBRE O BRUTO ALCANCAM TAMBEM A DIFERENCA, COMO NO
      * CALCLIQ, LIMITADAS AO LIQUIDO DELA E DEDUZIDAS DA BASE
      * DO IMPOSTO; A ORDEM DE VALOR FIXO JA FOI DESCONTADA
      * INTEIRA NA FOLHA DO MES. ADIANTAMENTO, EMPRESTIMO E
      * VALE-TRANSPORTE NAO SAO RECALCULADOS (FICAM COMO NA
      * FOLHA DO MES). CADA LOTE DE MOVIMENTOS E PROCESSADO UMA
      * SO VEZ: O CONTROLE FOLHCTRL GUARDA, POR LOTE JA
      * COMPLEMENTADO, A COMPETENCIA, A QUANTIDADE DE
      * MOVIMENTOS, A SOMA DOS VALORES E A SOMA DAS MATRICULAS;
      * O MESMO LOTE SUBMETIDO DE NOVO E RECUSADO (RETURN-CODE
      * 8). UMA NOVA CORRECAO DA MESMA COMPETENCIA VAI EM NOVO
      * LOTE, QUE JA ENXERGA A COMPLEMENTAR ANTERIOR NO PAYHIST.
      * RETURN-CODE 8 QUANDO NADA E GRAVADO (COMPETENCIA AINDA
      * NAO FECHADA, SEM MOVIMENTO VALIDO, LOTE JA PROCESSADO,
      * ARQUIVO AUSENTE); 4
      * QUANDO HOUVE MOVIMENTO REJEITADO OU MATRICULA FORA DA
      * REMESSA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - QUARENTENA DE TROCA DE CONTA, COMO NO BANKREM: CONTA
      *   DO CADASTRO QUE E A CONTA NOVA DE UMA TROCA AINDA
      *   PENDENTE NO CONTAHIS (VER CONTAREG.COB) NAO RECEBE A
      *   ORDEM DE CREDITO ATE O RH CONFIRMAR A TROCA; A
      *   MATRICULA FICA FORA DA REMESSA (RETURN-CODE 4).
      * - CONTROLE DE LOTE PROCESSADO (FOLHCTRL): O MESMO
      *   MOVCOMP SUBMETIDO DUAS VEZES NAO PAGA A DIFERENCA EM
      *   DOBRO.
      * - PENSAO ALIMENTICIA SOBRE A DIFERENCA (PENSMSTR ->
      *   PENSCOMP), DEDUZIDA DA BASE DO IMPOSTO E LANCADA EM
      *   PENSOES A PAGAR (CARTAO GLPENS, COMO NO GLFOLHA).
      * - INSS PATRONAL E FGTS SOBRE A DIFERENCA: FGTSCOMP PARA
      *   O RECOLHIMENTO DO FGTSREM E LANCAMENTO DA DESPESA DO
      *   DEPARTAMENTO CONTRA ENCARGOS A RECOLHER (CARTAO
      *   GLENCREC, COMO NO PROVISAO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT MOVCOMP-ARQ ASSIGN TO 'MOVCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

           SELECT HISTORICO-ARQ ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HST.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT INSSTAB-ARQ ASSIGN TO 'INSSTAB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-INS.

           SELECT IRFTAB-ARQ ASSIGN TO 'IRFTAB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-IRF.

           SELECT DEPENDENTE-ARQ ASSIGN TO 'DEPNMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-DPN-CHAVE
               FILE STATUS IS WRK-FS-DPN.

           SELECT DEPDED-ARQ ASSIGN TO 'DEPDED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DDD.

           SELECT REMESSA-ARQ ASSIGN TO 'BANKCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.

           SELECT HOLERITE-ARQ ASSIGN TO 'HOLECOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HOL.

           SELECT GLMAP-ARQ ASSIGN TO 'GLMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAP.

           SELECT GLCRED-ARQ ASSIGN TO 'GLCRED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.

           SELECT GLINSS-ARQ ASSIGN TO 'GLINSS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GIN.

           SELECT GLIRF-ARQ ASSIGN TO 'GLIRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GIR.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

           SELECT GLCTRL-ARQ ASSIGN TO 'GLCCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.

           SELECT PENSAO-ARQ ASSIGN TO 'PENSMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PEN-CHAVE
               FILE STATUS IS WRK-FS-PEN.

           SELECT PENSCOMP-ARQ ASSIGN TO 'PENSCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PPG.

           SELECT FGTSCOMP-ARQ ASSIGN TO 'FGTSCOMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FCP.

           SELECT INSSPATR-ARQ ASSIGN TO 'INSSPATR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-IPA.

           SELECT FGTSPCT-ARQ ASSIGN TO 'FGTSPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FGT.

           SELECT GLPENS-ARQ ASSIGN TO 'GLPENS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GPE.

           SELECT GLENCREC-ARQ ASSIGN TO 'GLENCREC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ERC.

           SELECT CONTROLE-ARQ ASSIGN TO 'FOLHCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FCT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

      *    MOVIMENTO DE CORRECAO: COMPETENCIA FECHADA A CORRIGIR,
      *    MATRICULA, VERBA E VALOR DA DIFERENCA A PAGAR.
       FD  MOVCOMP-ARQ.
       01  WRK-REG-MOVCOMP.
           05  CMV-COMPETENCIA         PIC 9(06).
           05  CMV-MATRICULA           PIC 9(06).
           05  CMV-VERBA               PIC X(01).
               88  CMV-DIF-SALARIO                VALUE 'S'.
               88  CMV-HORAS-EXTRAS               VALUE 'E'.
               88  CMV-COMISSAO                   VALUE 'C'.
           05  CMV-VALOR               PIC 9(07)V99.

       FD  HISTORICO-ARQ.
           COPY 'PAYHREG.COB'.

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  INSSTAB-ARQ.
       01  WRK-REG-INSSTAB.
           05  INS-DATA-VIGENCIA       PIC 9(08).
           05  INS-LIMITE              PIC 9(07)V99.
           05  INS-PERCENTUAL          PIC 9(02)V99.

       FD  IRFTAB-ARQ.
       01  WRK-REG-IRFTAB.
           05  IRF-DATA-VIGENCIA       PIC 9(08).
           05  IRF-LIMITE              PIC 9(07)V99.
           05  IRF-PERCENTUAL          PIC 9(02)V99.
           05  IRF-DEDUZIR             PIC 9(07)V99.

       FD  DEPENDENTE-ARQ.
           COPY 'DEPNREG.COB'.

       FD  DEPDED-ARQ.
       01  WRK-REG-DEPDED              PIC 9(05)V99.

      *    MESMO LAYOUT DA REMESSA DO BANKREM.
       FD  REMESSA-ARQ.
       01  WRK-REG-REMESSA.
           05  REM-MATRICULA           PIC 9(06).
           05  REM-NOME                PIC X(20).
           05  REM-BANCO               PIC 9(03).
           05  REM-AGENCIA             PIC 9(04).
           05  REM-CONTA-CORRENTE      PIC 9(08).
           05  REM-CONTA-DV            PIC X(01).
           05  REM-VALOR               PIC 9(07)V99.
           05  REM-DATA-GERACAO        PIC 9(08).

       FD  HOLERITE-ARQ.
       01  WRK-LINHA-HOLERITE          PIC X(80).

       FD  GLMAP-ARQ.
       01  WRK-REG-GLMAP.
           05  MAP-DEPARTAMENTO        PIC X(10).
           05  MAP-CONTA               PIC 9(08).

       FD  GLCRED-ARQ.
       01  WRK-REG-GLCRED              PIC 9(08).

       FD  GLINSS-ARQ.
       01  WRK-REG-GLINSS              PIC 9(08).

       FD  GLIRF-ARQ.
       01  WRK-REG-GLIRF               PIC 9(08).

      *    MESMO LAYOUT DOS LANCAMENTOS DO GLFOLHA/GLPOST.
       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
           05  GLF-CONTA               PIC 9(08).
           05  GLF-VALOR               PIC 9(09)V99.
           05  GLF-DATA                PIC 9(08).
           05  GLF-ORIGEM              PIC X(10).

       FD  GLCTRL-ARQ.
       01  WRK-LINHA-CONTROLE          PIC X(80).

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       FD  PENSAO-ARQ.
           COPY 'PENSREG.COB'.

       FD  PENSCOMP-ARQ.
           COPY 'PENSPREG.COB'.

      *    ENCARGOS SOBRE A DIFERENCA: COMPETENCIA DO PAGAMENTO
      *    (EM QUE O FGTSREM RECOLHE), COMPETENCIA COMPLEMENTADA,
      *    MATRICULA, BASE (BRUTO DA DIFERENCA), INSS PATRONAL E
      *    FGTS. ACUMULADO DE UMA EXECUCAO PARA OUTRA.
       FD  FGTSCOMP-ARQ.
       01  WRK-REG-FGTSCOMP.
           05  FCP-COMPETENCIA         PIC 9(06).
           05  FCP-COMPETENCIA-ORIGEM  PIC 9(06).
           05  FCP-MATRICULA           PIC 9(06).
           05  FCP-BASE                PIC 9(07)V99.
           05  FCP-INSS-PATRONAL       PIC 9(07)V99.
           05  FCP-FGTS                PIC 9(07)V99.
           05  FCP-DATA-PROCESSO       PIC 9(08).

       FD  INSSPATR-ARQ.
       01  WRK-REG-INSSPATR            PIC 9(02)V99.

       FD  FGTSPCT-ARQ.
       01  WRK-REG-FGTSPCT             PIC 9(02)V99.

       FD  GLPENS-ARQ.
       01  WRK-REG-GLPENS              PIC 9(08).

       FD  GLENCREC-ARQ.
       01  WRK-REG-GLENCREC            PIC 9(08).

      *    UM REGISTRO POR LOTE DE MOVIMENTOS JA COMPLEMENTADO:
      *    COMPETENCIA, QUANTIDADE DE MOVIMENTOS LIDOS, SOMA DOS
      *    VALORES E SOMA DAS MATRICULAS (TOTAL DE CONTROLE) DO
      *    MOVCOMP, E A DATA DO PROCESSAMENTO.
       FD  CONTROLE-ARQ.
       01  WRK-REG-CONTROLE.
           05  FCT-COMPETENCIA         PIC 9(06).
           05  FCT-QTD-MOVIMENTOS      PIC 9(06).
           05  FCT-SOMA-VALORES        PIC 9(11)V99.
           05  FCT-SOMA-MATRICULAS     PIC 9(12).
           05  FCT-DATA-PROC           PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HST                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-INS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-IRF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DPN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DDD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HOL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MAP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GIN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GIR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CTL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PPG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FCP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-IPA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FGT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GPE                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ERC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FCT                  PIC X(02) VALUE SPACES.

      *    TOTAIS DE CONTROLE DO LOTE DE MOVIMENTOS (MOVCOMP
      *    INTEIRO, COMO LIDO), CONFERIDOS CONTRA O FOLHCTRL.
       77  WRK-LOTE-SOMA-VALORES        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LOTE-SOMA-MATRICULAS     PIC 9(12) VALUE ZEROS.
       77  WRK-LOTE-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77  WRK-SW-LOTE-PROCESSADO       PIC X(01) VALUE 'N'.
           88  WRK-LOTE-JA-PROCESSADO              VALUE 'S'.

      *    ORDENS DE PENSAO ALIMENTICIA SOBRE O LIQUIDO OU O
      *    BRUTO EM VIGOR NA COMPETENCIA (PENSMSTR), NA ORDEM DA
      *    CHAVE, COMO NO CALCLIQ.
       77  WRK-DATA-MES-INICIO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MES-FIM             PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-PENSOES              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENSOES.
           05  WRK-PNS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PENSOES
                   INDEXED BY WRK-IDX-PNS.
               10  WRK-PNS-MATRICULA     PIC 9(06).
               10  WRK-PNS-SEQUENCIA     PIC 9(02).
               10  WRK-PNS-BASE          PIC X(01).
               10  WRK-PNS-PERCENTUAL    PIC 9(03)V99.
       77  WRK-SW-PENSAO-CHEIA          PIC X(01) VALUE 'N'.
           88  WRK-PENSAO-CHEIA                    VALUE 'S'.
       77  WRK-SW-FIM-PENSAO-FUNC       PIC X(01) VALUE 'N'.
           88  WRK-FIM-PENSAO-FUNC                 VALUE 'S'.
       77  WRK-LIQUIDO-PENSAO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE-PENSAO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PENSAO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-PENSOES-PAGAS        PIC 9(06) VALUE ZEROS.

      *    PERCENTUAIS PATRONAIS (CARTOES INSSPATR E FGTSPCT DO
      *    ENCARGOS). OS PADROES SO VALEM SEM OS CARTOES.
       77  WRK-PERC-INSS-PATRONAL       PIC 9(02)V99 VALUE 20,00.
       77  WRK-PERC-FGTS                PIC 9(02)V99 VALUE 8,00.
       77  WRK-INSS-PATRONAL            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FGTS                     PIC 9(07)V99 VALUE ZEROS.

      *    TROCAS DE CONTA AINDA PENDENTES DE CONFIRMACAO DO RH
      *    (CONTAHIS): A CONTA NOVA NAO RECEBE CREDITO ATE LA.
       77  WRK-QTD-PENDENTES            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENDENTES.
           05  WRK-PND OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-PENDENTES
                   INDEXED BY WRK-IDX-PND.
               10  WRK-PND-MATRICULA     PIC 9(06).
               10  WRK-PND-CONTA-NOVA    PIC X(16).
       77  WRK-SW-EM-QUARENTENA         PIC X(01) VALUE 'N'.
           88  WRK-EM-QUARENTENA                   VALUE 'S'.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-COMPET-FECHADA       PIC X(01) VALUE 'N'.
           88  WRK-COMPET-FECHADA                 VALUE 'S'.
       77  WRK-SW-DEPENDENTES          PIC X(01) VALUE 'N'.
           88  WRK-DEPENDENTES-ABERTO             VALUE 'S'.
       77  WRK-SW-FIM-MATRICULA        PIC X(01) VALUE 'N'.
           88  WRK-FIM-MATRICULA                  VALUE 'S'.

      *    COMPETENCIA A COMPLEMENTAR (CARTAO COMPET, AAAAMM).
      *    SEM O CARTAO, ASSUME O ANO/MES DA DATA DO SISTEMA,
      *    COMO O CALCLIQ - E A COMPETENCIA TEM QUE JA ESTAR NO
      *    PAYHIST.
       01  WRK-DATA-SISTEMA             PIC 9(08).
       01  WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
           05  WRK-ANOMES-SISTEMA       PIC 9(06).
           05  FILLER                   PIC 9(02).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO              PIC 9(04).
           05  WRK-CMP-MES              PIC 9(02).
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA
                                        PIC 9(06).

      *    SELECAO DA VERSAO DAS TABELAS EM VIGOR NA COMPETENCIA
      *    (MESMAS DUAS PASSADAS DO CALCLIQ).
       77  WRK-VIG-AAAAMM               PIC 9(06) VALUE ZEROS.
       77  WRK-VIG-ESCOLHIDA            PIC 9(08) VALUE ZEROS.

       77  WRK-QTD-FAIXAS-INSS          PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-INSS.
           05  WRK-FX-INSS OCCURS 1 TO 10 TIMES
                   DEPENDING ON WRK-QTD-FAIXAS-INSS
                   INDEXED BY WRK-IDX-INS.
               10  WRK-INSS-LIMITE      PIC 9(07)V99.
               10  WRK-INSS-PERCENT     PIC 9(02)V99.

       77  WRK-QTD-FAIXAS-IRF           PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-IRF.
           05  WRK-FX-IRF OCCURS 1 TO 10 TIMES
                   DEPENDING ON WRK-QTD-FAIXAS-IRF
                   INDEXED BY WRK-IDX-IRF.
               10  WRK-IRF-LIMITE       PIC 9(07)V99.
               10  WRK-IRF-PERCENT      PIC 9(02)V99.
               10  WRK-IRF-DEDUZIR      PIC 9(07)V99.

      *    MATRICULAS CORRIGIDAS: AS DIFERENCAS DOS MOVIMENTOS,
      *    SOMADAS POR VERBA, E O QUE A COMPETENCIA JA TEM NO
      *    PAYHIST (FOLHA NORMAL MAIS COMPLEMENTARES ANTERIORES).
       77  WRK-QTD-CORRECOES            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CORRECAO.
           05  WRK-CRR OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-CORRECOES
                   INDEXED BY WRK-IDX-CRR.
               10  WRK-CRR-MATRICULA     PIC 9(06).
               10  WRK-CRR-DIF-SALARIO   PIC 9(07)V99.
               10  WRK-CRR-DIF-EXTRAS    PIC 9(07)V99.
               10  WRK-CRR-DIF-COMISSAO  PIC 9(07)V99.
               10  WRK-CRR-NOME          PIC X(20).
               10  WRK-CRR-DEPARTAMENTO  PIC X(10).
               10  WRK-CRR-BRUTO-MES     PIC 9(07)V99.
               10  WRK-CRR-PREV-MES      PIC 9(07)V99.
               10  WRK-CRR-IMPOSTO-MES   PIC 9(07)V99.
               10  WRK-CRR-PENSAO-MES    PIC 9(07)V99.
               10  WRK-CRR-SW-HISTORICO  PIC X(01).
                   88  WRK-CRR-NO-HISTORICO       VALUE 'S'.
       77  WRK-SW-CORRECAO-CHEIA        PIC X(01) VALUE 'N'.
           88  WRK-CORRECAO-CHEIA                  VALUE 'S'.

      *    CALCULO DA MATRICULA CORRENTE: TOTAL DO MES COM A
      *    CORRECAO E A DIFERENCA A PAGAR NA COMPLEMENTAR.
       77  WRK-DIF-BRUTO                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BRUTO-TOTAL              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PREV-TOTAL               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IMPOSTO-TOTAL            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DIF-PREVIDENCIA          PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DIF-IMPOSTO              PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DIF-LIQUIDO              PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DIF-PENSAO               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE-IMPOSTO             PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PISO-FAIXA               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TETO-FAIXA               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARCELA-FAIXA            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IMPOSTO-CALCULADO        PIC S9(07)V99 VALUE ZEROS.
       77  WRK-QTD-DEPENDENTES          PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-DEPDED             PIC 9(05)V99 VALUE 189,59.
       77  WRK-DEDUCAO-DEPENDENTES      PIC 9(07)V99 VALUE ZEROS.

      *    CONTAS DA CONTABILIZACAO (MESMOS CARTOES E PADROES DO
      *    GLFOLHA; ENCARGOS A RECOLHER, DO PROVISAO) E O BRUTO
      *    E OS ENCARGOS DA DIFERENCA POR DEPARTAMENTO.
       77  WRK-CONTA-TRANSITORIA        PIC 9(08) VALUE 99999999.
       77  WRK-CONTA-CREDITO            PIC 9(08) VALUE 21000001.
       77  WRK-CONTA-INSS               PIC 9(08) VALUE 21000002.
       77  WRK-CONTA-IRF                PIC 9(08) VALUE 21000003.
       77  WRK-CONTA-PENSAO             PIC 9(08) VALUE 21000005.
       77  WRK-CONTA-ENC-RECOLHER       PIC 9(08) VALUE 21000004.

       77  WRK-QTD-MAPAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MAPAS.
           05  WRK-MAPA OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-MAPAS
                   INDEXED BY WRK-IDX-MAPA.
               10  WRK-MAPA-DEPARTAMENTO PIC X(10).
               10  WRK-MAPA-CONTA        PIC 9(08).

       01  WRK-TAB-DEPARTAMENTOS.
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-IDX-DEPTO.
               10  WRK-DEPTO-NOME        PIC X(10).
               10  WRK-DEPTO-BRUTO       PIC 9(09)V99.
               10  WRK-DEPTO-ENCARGOS    PIC 9(09)V99.
       77  WRK-QTD-DEPARTAMENTOS        PIC 9(02) VALUE ZEROS.
       77  WRK-DEPTO-BUSCA              PIC X(10) VALUE SPACES.
       77  WRK-CONTA-ENCONTRADA         PIC 9(08) VALUE ZEROS.

       77  WRK-TOTAL-PREVIDENCIA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-IMPOSTO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PENSAO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-FGTS               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-REMESSA            PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTD-MOVIMENTOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-COMPLEMENTADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ORDENS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-REMESSA         PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR          PIC X(60) VALUE ALL '='.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(26)
               VALUE 'DEMONSTRATIVO COMPLEMENTAR'.
           05  FILLER                   PIC X(13)
               VALUE ' COMPETENCIA '.
           05  WRK-CAB-COMPETENCIA      PIC 9(06).

       01  WRK-CAB-IDENT.
           05  FILLER                   PIC X(11) VALUE 'MATRICULA: '.
           05  WRK-CAB-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(07) VALUE ' NOME: '.
           05  WRK-CAB-NOME             PIC X(20).

       01  WRK-CAB-BASE-MES             PIC X(50) VALUE
           'BASE DO MES (FOLHA NORMAL + COMPLEMENTARES):'.

       01  WRK-LINHA-VALOR.
           05  WRK-LV-TITULO            PIC X(26).
           05  WRK-LV-VALOR             PIC ZZZZZZ9,99.

       01  WRK-CAB-CONTROLE             PIC X(49) VALUE
           'CONTROLE DE LANCAMENTOS DA FOLHA COMPLEMENTAR'.

       01  WRK-LINHA-COMPET-CTL.
           05  FILLER                   PIC X(22)
               VALUE 'COMPETENCIA...........'.
           05  WRK-CTL-COMPETENCIA      PIC 9(06).

       01  WRK-LINHA-TOTAL-CTL.
           05  WRK-CTL-TITULO           PIC X(22).
           05  WRK-CTL-VALOR            PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-SITUACAO.
           05  FILLER                   PIC X(11) VALUE 'SITUACAO...'.
           05  WRK-CTL-SITUACAO         PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-COMPLEMENTAR THRU 0200-COMPLEMENTAR-EXIT
                   VARYING WRK-IDX-CRR FROM 1 BY 1
                   UNTIL WRK-IDX-CRR > WRK-QTD-CORRECOES
               PERFORM 0300-GERAR-LANCAMENTOS
                   THRU 0300-GERAR-LANCAMENTOS-EXIT
               PERFORM 0400-RELATORIO-CONTROLE
                   THRU 0400-RELATORIO-CONTROLE-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARREGA A COMPETENCIA, OS MOVIMENTOS DE CORRECAO E O *
      * QUE O PAYHIST JA TEM DA COMPETENCIA; SO ABRE AS      *
      * SAIDAS QUANDO HA O QUE COMPLEMENTAR E O LOTE AINDA   *
      * NAO PASSOU PELO FOLHCTRL.                            *
      *----------------------------------------------------*
       0100-INICIALIZAR.
           PERFORM 0105-CARREGAR-COMPETENCIA
               THRU 0105-CARREGAR-COMPETENCIA-EXIT.
           OPEN INPUT MOVCOMP-ARQ.
           IF WRK-FS-MOV NOT = '00'
               MOVE WRK-FS-MOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FOLHACOM: ERRO AO ABRIR MOVCOMP - STATUS '
                   WRK-FS-MOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MOV = '10'
               READ MOVCOMP-ARQ
                   AT END MOVE '10' TO WRK-FS-MOV
                   NOT AT END
                       ADD 1 TO WRK-QTD-MOVIMENTOS
                       ADD CMV-VALOR TO WRK-LOTE-SOMA-VALORES
                       ADD CMV-MATRICULA TO WRK-LOTE-SOMA-MATRICULAS
                       PERFORM 0110-GUARDAR-MOVIMENTO
                           THRU 0110-GUARDAR-MOVIMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE MOVCOMP-ARQ.
           PERFORM 0107-VERIFICAR-LOTE THRU 0107-VERIFICAR-LOTE-EXIT.
           IF WRK-LOTE-JA-PROCESSADO
               DISPLAY 'FOLHACOM: LOTE DE ' WRK-QTD-MOVIMENTOS
                   ' MOVIMENTOS DA COMPETENCIA ' WRK-COMPETENCIA
                   ' JA COMPLEMENTADO EM ' WRK-LOTE-DATA-PROC
               DISPLAY 'FOLHACOM: NOVA CORRECAO VAI EM NOVO LOTE - '
                   'MOVCOMP NAO PROCESSADO DE NOVO'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           IF WRK-QTD-CORRECOES = ZEROS
               DISPLAY 'FOLHACOM: NENHUM MOVIMENTO VALIDO PARA A '
                   'COMPETENCIA ' WRK-COMPETENCIA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HST NOT = '00'
               MOVE WRK-FS-HST TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FOLHACOM: ERRO AO ABRIR PAYHIST - STATUS '
                   WRK-FS-HST ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HST = '10'
               READ HISTORICO-ARQ
                   AT END MOVE '10' TO WRK-FS-HST
                   NOT AT END
                       IF WRK-PH-COMPETENCIA = WRK-COMPETENCIA
                           SET WRK-COMPET-FECHADA TO TRUE
                           PERFORM 0120-ACUMULAR-HISTORICO
                               THRU 0120-ACUMULAR-HISTORICO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
           IF NOT WRK-COMPET-FECHADA
               DISPLAY 'FOLHACOM: COMPETENCIA ' WRK-COMPETENCIA
                   ' AINDA NAO TEM FOLHA NO PAYHIST - A CORRECAO '
                   'VAI NA PROPRIA FOLHA DO MES'
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FOLHACOM: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.

           PERFORM 0130-CARREGAR-INSS THRU 0130-CARREGAR-INSS-EXIT.
           PERFORM 0140-CARREGAR-IRF THRU 0140-CARREGAR-IRF-EXIT.
           PERFORM 0150-ABRIR-DEPENDENTES
               THRU 0150-ABRIR-DEPENDENTES-EXIT.
           PERFORM 0160-CARREGAR-MAPAS THRU 0160-CARREGAR-MAPAS-EXIT.
           PERFORM 0165-CARREGAR-CONTAS
               THRU 0165-CARREGAR-CONTAS-EXIT.
           PERFORM 0167-CARREGAR-PERCENTUAIS
               THRU 0167-CARREGAR-PERCENTUAIS-EXIT.
           PERFORM 0170-CARREGAR-PENDENTES
               THRU 0170-CARREGAR-PENDENTES-EXIT.
           PERFORM 0175-CARREGAR-PENSOES
               THRU 0175-CARREGAR-PENSOES-EXIT.

           OPEN EXTEND HISTORICO-ARQ.
           OPEN OUTPUT REMESSA-ARQ.
           OPEN OUTPUT HOLERITE-ARQ.
           OPEN OUTPUT PENSCOMP-ARQ.
           OPEN EXTEND FGTSCOMP-ARQ.
           IF WRK-FS-FCP NOT = '00'
               CLOSE FGTSCOMP-ARQ
               OPEN OUTPUT FGTSCOMP-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE A COMPETENCIA A COMPLEMENTAR (CARTAO COMPET,      *
      * AAAAMM). SEM O CARTAO, O ANO/MES DA EXECUCAO.        *
      *----------------------------------------------------*
       0105-CARREGAR-COMPETENCIA.
           MOVE WRK-ANOMES-SISTEMA TO WRK-COMPETENCIA-R.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET
                       TO WRK-COMPETENCIA-R
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
       0105-CARREGAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROCURA O LOTE NO CONTROLE FOLHCTRL: MESMA           *
      * COMPETENCIA, MESMA QUANTIDADE DE MOVIMENTOS, MESMA   *
      * SOMA DE VALORES E DE MATRICULAS E O MESMO MOVCOMP JA *
      * COMPLEMENTADO. SEM O CONTROLE (PRIMEIRA EXECUCAO),   *
      * NENHUM LOTE FOI PROCESSADO AINDA.                    *
      *----------------------------------------------------*
       0107-VERIFICAR-LOTE.
           OPEN INPUT CONTROLE-ARQ.
           IF WRK-FS-FCT NOT = '00'
               GO TO 0107-VERIFICAR-LOTE-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-FCT = '10'
               READ CONTROLE-ARQ
                   AT END MOVE '10' TO WRK-FS-FCT
                   NOT AT END
                       IF FCT-COMPETENCIA = WRK-COMPETENCIA-R
                           AND FCT-QTD-MOVIMENTOS = WRK-QTD-MOVIMENTOS
                           AND FCT-SOMA-VALORES
                               = WRK-LOTE-SOMA-VALORES
                           AND FCT-SOMA-MATRICULAS
                               = WRK-LOTE-SOMA-MATRICULAS
                           SET WRK-LOTE-JA-PROCESSADO TO TRUE
                           MOVE FCT-DATA-PROC TO WRK-LOTE-DATA-PROC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-ARQ.
       0107-VERIFICAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA O MOVIMENTO E SOMA A DIFERENCA NA VERBA DA    *
      * MATRICULA, ABRINDO A ENTRADA SE FOR A PRIMEIRA VEZ.  *
      *----------------------------------------------------*
       0110-GUARDAR-MOVIMENTO.
           IF CMV-COMPETENCIA NOT = WRK-COMPETENCIA-R
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'FOLHACOM: MOVIMENTO DA MATRICULA '
                   CMV-MATRICULA ' E DA COMPETENCIA '
                   CMV-COMPETENCIA ' - REJEITADO'
               GO TO 0110-GUARDAR-MOVIMENTO-EXIT
           END-IF.
           IF NOT CMV-DIF-SALARIO AND NOT CMV-HORAS-EXTRAS
               AND NOT CMV-COMISSAO
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'FOLHACOM: MOVIMENTO DA MATRICULA '
                   CMV-MATRICULA ' COM VERBA INVALIDA ('
                   CMV-VERBA ') - REJEITADO'
               GO TO 0110-GUARDAR-MOVIMENTO-EXIT
           END-IF.
           IF CMV-VALOR = ZEROS
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'FOLHACOM: MOVIMENTO DA MATRICULA '
                   CMV-MATRICULA ' SEM VALOR - REJEITADO'
               GO TO 0110-GUARDAR-MOVIMENTO-EXIT
           END-IF.
           SET WRK-IDX-CRR TO 1.
           IF WRK-QTD-CORRECOES > ZEROS
               SEARCH WRK-CRR
                   AT END
                       SET WRK-IDX-CRR TO 1
                   WHEN WRK-CRR-MATRICULA(WRK-IDX-CRR)
                           = CMV-MATRICULA
                       GO TO 0110-SOMAR-VERBA
               END-SEARCH
           END-IF.
           IF WRK-QTD-CORRECOES >= 2000
               IF NOT WRK-CORRECAO-CHEIA
                   SET WRK-CORRECAO-CHEIA TO TRUE
                   DISPLAY 'FOLHACOM: MAIS DE 2000 MATRICULAS NO '
                       'MOVCOMP - EXCEDENTES REJEITADOS'
               END-IF
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 0110-GUARDAR-MOVIMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CORRECOES.
           SET WRK-IDX-CRR TO WRK-QTD-CORRECOES.
           MOVE CMV-MATRICULA TO WRK-CRR-MATRICULA(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-DIF-SALARIO(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR).
           MOVE SPACES TO WRK-CRR-NOME(WRK-IDX-CRR).
           MOVE SPACES TO WRK-CRR-DEPARTAMENTO(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-BRUTO-MES(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-PREV-MES(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-IMPOSTO-MES(WRK-IDX-CRR).
           MOVE ZEROS TO WRK-CRR-PENSAO-MES(WRK-IDX-CRR).
           MOVE 'N' TO WRK-CRR-SW-HISTORICO(WRK-IDX-CRR).
       0110-SOMAR-VERBA.
           EVALUATE TRUE
               WHEN CMV-DIF-SALARIO
                   ADD CMV-VALOR TO WRK-CRR-DIF-SALARIO(WRK-IDX-CRR)
               WHEN CMV-HORAS-EXTRAS
                   ADD CMV-VALOR TO WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR)
               WHEN CMV-COMISSAO
                   ADD CMV-VALOR
                       TO WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR)
           END-EVALUATE.
       0110-GUARDAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SOMA NA MATRICULA CORRIGIDA O QUE A COMPETENCIA JA   *
      * PAGOU E DESCONTOU (FOLHA NORMAL E COMPLEMENTARES     *
      * ANTERIORES).                                         *
      *----------------------------------------------------*
       0120-ACUMULAR-HISTORICO.
           SET WRK-IDX-CRR TO 1.
           SEARCH WRK-CRR
               AT END
                   GO TO 0120-ACUMULAR-HISTORICO-EXIT
               WHEN WRK-CRR-MATRICULA(WRK-IDX-CRR) = WRK-PH-MATRICULA
                   CONTINUE
           END-SEARCH.
           SET WRK-CRR-NO-HISTORICO(WRK-IDX-CRR) TO TRUE.
           MOVE WRK-PH-NOME TO WRK-CRR-NOME(WRK-IDX-CRR).
           MOVE WRK-PH-DEPARTAMENTO
               TO WRK-CRR-DEPARTAMENTO(WRK-IDX-CRR).
           ADD WRK-PH-SALARIO-BRUTO TO WRK-CRR-BRUTO-MES(WRK-IDX-CRR).
           ADD WRK-PH-DESC-PREVIDENCIA
               TO WRK-CRR-PREV-MES(WRK-IDX-CRR).
           ADD WRK-PH-DESC-IMPOSTO
               TO WRK-CRR-IMPOSTO-MES(WRK-IDX-CRR).
           ADD WRK-PH-DESC-PENSAO TO WRK-CRR-PENSAO-MES(WRK-IDX-CRR).
       0120-ACUMULAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FAIXAS DE PREVIDENCIA EM VIGOR NA COMPETENCIA, COM A *
      * MESMA SELECAO DE VERSAO E A MESMA TABELA PADRAO DO   *
      * CALCLIQ.                                             *
      *----------------------------------------------------*
       0130-CARREGAR-INSS.
           MOVE ZEROS TO WRK-QTD-FAIXAS-INSS.
           MOVE ZEROS TO WRK-VIG-ESCOLHIDA.
           OPEN INPUT INSSTAB-ARQ.
           IF WRK-FS-INS NOT = '00'
               PERFORM 0135-INSS-PADRAO THRU 0135-INSS-PADRAO-EXIT
               GO TO 0130-CARREGAR-INSS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-INS = '10'
               READ INSSTAB-ARQ
                   AT END MOVE '10' TO WRK-FS-INS
                   NOT AT END
                       DIVIDE INS-DATA-VIGENCIA BY 100
                           GIVING WRK-VIG-AAAAMM
                       IF WRK-VIG-AAAAMM <= WRK-COMPETENCIA-R
                           AND INS-DATA-VIGENCIA > WRK-VIG-ESCOLHIDA
                           MOVE INS-DATA-VIGENCIA
                               TO WRK-VIG-ESCOLHIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSSTAB-ARQ.
           IF WRK-VIG-ESCOLHIDA = ZEROS
               DISPLAY 'FOLHACOM: INSSTAB SEM VERSAO EM VIGOR PARA '
                   'A COMPETENCIA ' WRK-COMPETENCIA
                   ' - TABELA PADRAO ASSUMIDA'
               PERFORM 0135-INSS-PADRAO THRU 0135-INSS-PADRAO-EXIT
               GO TO 0130-CARREGAR-INSS-EXIT
           END-IF.
           MOVE SPACES TO WRK-FS-INS.
           OPEN INPUT INSSTAB-ARQ.
           PERFORM UNTIL WRK-FS-INS = '10'
               READ INSSTAB-ARQ
                   AT END MOVE '10' TO WRK-FS-INS
                   NOT AT END
                       IF INS-DATA-VIGENCIA = WRK-VIG-ESCOLHIDA
                           AND WRK-QTD-FAIXAS-INSS < 10
                           ADD 1 TO WRK-QTD-FAIXAS-INSS
                           SET WRK-IDX-INS TO WRK-QTD-FAIXAS-INSS
                           MOVE INS-LIMITE TO
                               WRK-INSS-LIMITE(WRK-IDX-INS)
                           MOVE INS-PERCENTUAL TO
                               WRK-INSS-PERCENT(WRK-IDX-INS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSSTAB-ARQ.
           IF WRK-QTD-FAIXAS-INSS = ZEROS
               PERFORM 0135-INSS-PADRAO THRU 0135-INSS-PADRAO-EXIT
           END-IF.
       0130-CARREGAR-INSS-EXIT.
           EXIT.

       0135-INSS-PADRAO.
           MOVE 4 TO WRK-QTD-FAIXAS-INSS.
           MOVE 1412,00 TO WRK-INSS-LIMITE(1).
           MOVE 7,50    TO WRK-INSS-PERCENT(1).
           MOVE 2666,68 TO WRK-INSS-LIMITE(2).
           MOVE 9,00    TO WRK-INSS-PERCENT(2).
           MOVE 4000,03 TO WRK-INSS-LIMITE(3).
           MOVE 12,00   TO WRK-INSS-PERCENT(3).
           MOVE 7786,02 TO WRK-INSS-LIMITE(4).
           MOVE 14,00   TO WRK-INSS-PERCENT(4).
       0135-INSS-PADRAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FAIXAS DE IMPOSTO DE RENDA EM VIGOR NA COMPETENCIA,  *
      * COM A MESMA SELECAO E O MESMO PADRAO DO CALCLIQ.     *
      *----------------------------------------------------*
       0140-CARREGAR-IRF.
           MOVE ZEROS TO WRK-QTD-FAIXAS-IRF.
           MOVE ZEROS TO WRK-VIG-ESCOLHIDA.
           OPEN INPUT IRFTAB-ARQ.
           IF WRK-FS-IRF NOT = '00'
               PERFORM 0145-IRF-PADRAO THRU 0145-IRF-PADRAO-EXIT
               GO TO 0140-CARREGAR-IRF-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-IRF = '10'
               READ IRFTAB-ARQ
                   AT END MOVE '10' TO WRK-FS-IRF
                   NOT AT END
                       DIVIDE IRF-DATA-VIGENCIA BY 100
                           GIVING WRK-VIG-AAAAMM
                       IF WRK-VIG-AAAAMM <= WRK-COMPETENCIA-R
                           AND IRF-DATA-VIGENCIA > WRK-VIG-ESCOLHIDA
                           MOVE IRF-DATA-VIGENCIA
                               TO WRK-VIG-ESCOLHIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IRFTAB-ARQ.
           IF WRK-VIG-ESCOLHIDA = ZEROS
               DISPLAY 'FOLHACOM: IRFTAB SEM VERSAO EM VIGOR PARA '
                   'A COMPETENCIA ' WRK-COMPETENCIA
                   ' - TABELA PADRAO ASSUMIDA'
               PERFORM 0145-IRF-PADRAO THRU 0145-IRF-PADRAO-EXIT
               GO TO 0140-CARREGAR-IRF-EXIT
           END-IF.
           MOVE SPACES TO WRK-FS-IRF.
           OPEN INPUT IRFTAB-ARQ.
           PERFORM UNTIL WRK-FS-IRF = '10'
               READ IRFTAB-ARQ
                   AT END MOVE '10' TO WRK-FS-IRF
                   NOT AT END
                       IF IRF-DATA-VIGENCIA = WRK-VIG-ESCOLHIDA
                           AND WRK-QTD-FAIXAS-IRF < 10
                           ADD 1 TO WRK-QTD-FAIXAS-IRF
                           SET WRK-IDX-IRF TO WRK-QTD-FAIXAS-IRF
                           MOVE IRF-LIMITE TO
                               WRK-IRF-LIMITE(WRK-IDX-IRF)
                           MOVE IRF-PERCENTUAL TO
                               WRK-IRF-PERCENT(WRK-IDX-IRF)
                           MOVE IRF-DEDUZIR TO
                               WRK-IRF-DEDUZIR(WRK-IDX-IRF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IRFTAB-ARQ.
           IF WRK-QTD-FAIXAS-IRF = ZEROS
               PERFORM 0145-IRF-PADRAO THRU 0145-IRF-PADRAO-EXIT
           END-IF.
       0140-CARREGAR-IRF-EXIT.
           EXIT.

       0145-IRF-PADRAO.
           MOVE 5 TO WRK-QTD-FAIXAS-IRF.
           MOVE 2259,20 TO WRK-IRF-LIMITE(1).
           MOVE 0,00    TO WRK-IRF-PERCENT(1).
           MOVE 0,00    TO WRK-IRF-DEDUZIR(1).
           MOVE 2826,65 TO WRK-IRF-LIMITE(2).
           MOVE 7,50    TO WRK-IRF-PERCENT(2).
           MOVE 169,44  TO WRK-IRF-DEDUZIR(2).
           MOVE 3751,05 TO WRK-IRF-LIMITE(3).
           MOVE 15,00   TO WRK-IRF-PERCENT(3).
           MOVE 381,44  TO WRK-IRF-DEDUZIR(3).
           MOVE 4664,68 TO WRK-IRF-LIMITE(4).
           MOVE 22,50   TO WRK-IRF-PERCENT(4).
           MOVE 662,77  TO WRK-IRF-DEDUZIR(4).
           MOVE 9999999,99 TO WRK-IRF-LIMITE(5).
           MOVE 27,50   TO WRK-IRF-PERCENT(5).
           MOVE 896,00  TO WRK-IRF-DEDUZIR(5).
       0145-IRF-PADRAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ABRE O CADASTRO DE DEPENDENTES (CONSULTADO POR       *
      * MATRICULA NO CALCULO) E LE O CARTAO DEPDED. SEM O    *
      * CADASTRO, NINGUEM TEM DEDUCAO, COMO NO CALCLIQ.      *
      *----------------------------------------------------*
       0150-ABRIR-DEPENDENTES.
           OPEN INPUT DEPENDENTE-ARQ.
           IF WRK-FS-DPN = '00'
               SET WRK-DEPENDENTES-ABERTO TO TRUE
           ELSE
               DISPLAY 'FOLHACOM: DEPNMSTR INDISPONIVEL - IMPOSTO '
                   'SEM DEDUCAO POR DEPENDENTE'
           END-IF.
           OPEN INPUT DEPDED-ARQ.
           IF WRK-FS-DDD = '00'
               READ DEPDED-ARQ
                   NOT AT END MOVE WRK-REG-DEPDED
                       TO WRK-VALOR-DEPDED
               END-READ
               CLOSE DEPDED-ARQ
           END-IF.
       0150-ABRIR-DEPENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARTAO DE MAPEAMENTO DEPARTAMENTO -> CONTA DE        *
      * DESPESA (O MESMO GLMAP DO GLFOLHA). SEM O CARTAO,    *
      * TODO DEPARTAMENTO CAI NA CONTA TRANSITORIA.          *
      *----------------------------------------------------*
       0160-CARREGAR-MAPAS.
           MOVE ZEROS TO WRK-QTD-MAPAS.
           OPEN INPUT GLMAP-ARQ.
           IF WRK-FS-MAP NOT = '00'
               DISPLAY 'FOLHACOM: GLMAP INDISPONIVEL - TODO '
                   'DEPARTAMENTO CAIRA NA CONTA TRANSITORIA'
               GO TO 0160-CARREGAR-MAPAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MAP = '10'
               READ GLMAP-ARQ
                   AT END MOVE '10' TO WRK-FS-MAP
                   NOT AT END
                       IF WRK-QTD-MAPAS < 50
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
       0160-CARREGAR-MAPAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONTAS DE CONTRAPARTIDA (CARTOES GLCRED, GLINSS,     *
      * GLIRF E GLPENS DO GLFOLHA E GLENCREC DO PROVISAO).   *
      * SEM OS CARTOES, AS CONTAS PADRAO.                    *
      *----------------------------------------------------*
       0165-CARREGAR-CONTAS.
           OPEN INPUT GLCRED-ARQ.
           IF WRK-FS-CRD = '00'
               READ GLCRED-ARQ
                   NOT AT END MOVE WRK-REG-GLCRED
                       TO WRK-CONTA-CREDITO
               END-READ
               CLOSE GLCRED-ARQ
           END-IF.
           OPEN INPUT GLINSS-ARQ.
           IF WRK-FS-GIN = '00'
               READ GLINSS-ARQ
                   NOT AT END MOVE WRK-REG-GLINSS
                       TO WRK-CONTA-INSS
               END-READ
               CLOSE GLINSS-ARQ
           END-IF.
           OPEN INPUT GLIRF-ARQ.
           IF WRK-FS-GIR = '00'
               READ GLIRF-ARQ
                   NOT AT END MOVE WRK-REG-GLIRF
                       TO WRK-CONTA-IRF
               END-READ
               CLOSE GLIRF-ARQ
           END-IF.
           OPEN INPUT GLPENS-ARQ.
           IF WRK-FS-GPE = '00'
               READ GLPENS-ARQ
                   NOT AT END MOVE WRK-REG-GLPENS
                       TO WRK-CONTA-PENSAO
               END-READ
               CLOSE GLPENS-ARQ
           END-IF.
           OPEN INPUT GLENCREC-ARQ.
           IF WRK-FS-ERC = '00'
               READ GLENCREC-ARQ
                   NOT AT END MOVE WRK-REG-GLENCREC
                       TO WRK-CONTA-ENC-RECOLHER
               END-READ
               CLOSE GLENCREC-ARQ
           END-IF.
       0165-CARREGAR-CONTAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE OS PERCENTUAIS PATRONAIS (CARTOES INSSPATR E      *
      * FGTSPCT). SEM OS CARTOES, ASSUME OS PADROES          *
      * HISTORICOS DE 20,00 E 8,00, COMO O ENCARGOS.         *
      *----------------------------------------------------*
       0167-CARREGAR-PERCENTUAIS.
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
       0167-CARREGAR-PERCENTUAIS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS TROCAS DE CONTA PENDENTES DO HISTORICO    *
      * (CONTAHIS). SEM O ARQUIVO, NINGUEM E RETIDO.         *
      *----------------------------------------------------*
       0170-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           OPEN INPUT CONTAHIS-ARQ.
           IF WRK-FS-TRC NOT = '00'
               GO TO 0170-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TRC = '10'
               READ CONTAHIS-ARQ
                   AT END MOVE '10' TO WRK-FS-TRC
                   NOT AT END
                       IF WRK-TRC-PENDENTE
                           IF WRK-QTD-PENDENTES >= 2000
                               DISPLAY 'FOLHACOM: CONTAHIS COM MAIS '
                                   'DE 2000 TROCAS PENDENTES - '
                                   'EXCEDENTES NAO SERAO RETIDAS'
                           ELSE
                               ADD 1 TO WRK-QTD-PENDENTES
                               SET WRK-IDX-PND TO WRK-QTD-PENDENTES
                               MOVE WRK-TRC-MATRICULA TO
                                   WRK-PND-MATRICULA(WRK-IDX-PND)
                               MOVE WRK-TRC-CONTA-NOVA TO
                                   WRK-PND-CONTA-NOVA(WRK-IDX-PND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAHIS-ARQ.
       0170-CARREGAR-PENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS ORDENS DE PENSAO ALIMENTICIA EM VIGOR NA  *
      * COMPETENCIA (PENSMSTR), COM O MESMO CRITERIO DO      *
      * CALCLIQ. SO AS ORDENS SOBRE O LIQUIDO OU O BRUTO     *
      * ALCANCAM A DIFERENCA; A DE VALOR FIXO FICA DE FORA.  *
      * SEM O CADASTRO, NENHUMA PENSAO E DESCONTADA.         *
      *----------------------------------------------------*
       0175-CARREGAR-PENSOES.
           MOVE ZEROS TO WRK-QTD-PENSOES.
           COMPUTE WRK-DATA-MES-INICIO =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 1.
           COMPUTE WRK-DATA-MES-FIM =
               WRK-CMP-ANO * 10000 + WRK-CMP-MES * 100 + 31.
           OPEN INPUT PENSAO-ARQ.
           IF WRK-FS-PEN NOT = '00'
               GO TO 0175-CARREGAR-PENSOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-PEN NOT = '00'
               READ PENSAO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-PEN
                   NOT AT END
                       PERFORM 0176-GUARDAR-PENSAO
                           THRU 0176-GUARDAR-PENSAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE PENSAO-ARQ.
       0175-CARREGAR-PENSOES-EXIT.
           EXIT.

       0176-GUARDAR-PENSAO.
           IF NOT WRK-PEN-SOBRE-LIQUIDO AND NOT WRK-PEN-SOBRE-BRUTO
               GO TO 0176-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-PEN-DATA-INICIO > WRK-DATA-MES-FIM
               GO TO 0176-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-PEN-DATA-FIM NOT = ZEROS
               AND WRK-PEN-DATA-FIM < WRK-DATA-MES-INICIO
               GO TO 0176-GUARDAR-PENSAO-EXIT
           END-IF.
           IF WRK-QTD-PENSOES >= 2000
               IF NOT WRK-PENSAO-CHEIA
                   SET WRK-PENSAO-CHEIA TO TRUE
                   DISPLAY 'FOLHACOM: MAIS DE 2000 ORDENS DE PENSAO '
                       'NA COMPETENCIA - EXCEDENTES SEM DESCONTO'
               END-IF
               GO TO 0176-GUARDAR-PENSAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PENSOES.
           SET WRK-IDX-PNS TO WRK-QTD-PENSOES.
           MOVE WRK-PEN-MATRICULA  TO WRK-PNS-MATRICULA(WRK-IDX-PNS).
           MOVE WRK-PEN-SEQUENCIA  TO WRK-PNS-SEQUENCIA(WRK-IDX-PNS).
           MOVE WRK-PEN-BASE       TO WRK-PNS-BASE(WRK-IDX-PNS).
           MOVE WRK-PEN-PERCENTUAL TO WRK-PNS-PERCENTUAL(WRK-IDX-PNS).
       0176-GUARDAR-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VERIFICA SE A CONTA DO CADASTRO DA MATRICULA       *
      * CORRENTE E A CONTA NOVA DE UMA TROCA AINDA PENDENTE. *
      *----------------------------------------------------*
       0180-VERIFICAR-QUARENTENA.
           SET WRK-SW-EM-QUARENTENA TO 'N'.
           IF WRK-QTD-PENDENTES = ZEROS
               GO TO 0180-VERIFICAR-QUARENTENA-EXIT
           END-IF.
           SET WRK-IDX-PND TO 1.
           SEARCH WRK-PND
               AT END
                   CONTINUE
               WHEN WRK-PND-MATRICULA(WRK-IDX-PND) = WRK-MATRICULA
                   AND WRK-PND-CONTA-NOVA(WRK-IDX-PND)
                       = WRK-DADOS-BANCARIOS
                   SET WRK-EM-QUARENTENA TO TRUE
           END-SEARCH.
       0180-VERIFICAR-QUARENTENA-EXIT.
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
      * RECALCULA A MATRICULA CORRIGIDA: PREVIDENCIA E       *
      * IMPOSTO SOBRE O TOTAL DO MES, MENOS O QUE JA FOI     *
      * DESCONTADO, E A PENSAO ALIMENTICIA SOBRE A           *
      * DIFERENCA; GRAVA A DIFERENCA NO PAYHIST, OS ENCARGOS *
      * NO FGTSCOMP, O DEMONSTRATIVO E A ORDEM DE CREDITO, E *
      * ACUMULA A CONTABILIZACAO.                            *
      *----------------------------------------------------*
       0200-COMPLEMENTAR.
           IF NOT WRK-CRR-NO-HISTORICO(WRK-IDX-CRR)
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'FOLHACOM: MATRICULA '
                   WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   ' FORA DA FOLHA DA COMPETENCIA - CORRECAO '
                   'REJEITADA'
               GO TO 0200-COMPLEMENTAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIF-PENSAO.
           COMPUTE WRK-DIF-BRUTO =
               WRK-CRR-DIF-SALARIO(WRK-IDX-CRR)
               + WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR)
               + WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR).
           COMPUTE WRK-BRUTO-TOTAL =
               WRK-CRR-BRUTO-MES(WRK-IDX-CRR) + WRK-DIF-BRUTO.
           PERFORM 0210-CALCULAR-PREVIDENCIA
               THRU 0210-CALCULAR-PREVIDENCIA-EXIT.
           PERFORM 0230-CALCULAR-IMPOSTO
               THRU 0230-CALCULAR-IMPOSTO-EXIT.
           COMPUTE WRK-DIF-PREVIDENCIA =
               WRK-PREV-TOTAL - WRK-CRR-PREV-MES(WRK-IDX-CRR).
           COMPUTE WRK-DIF-IMPOSTO =
               WRK-IMPOSTO-TOTAL - WRK-CRR-IMPOSTO-MES(WRK-IDX-CRR).
      *    TABELA ALTERADA DEPOIS DO FECHAMENTO PODE DAR TOTAL
      *    MENOR QUE O JA DESCONTADO: A COMPLEMENTAR NAO
      *    DEVOLVE DESCONTO, SO APONTA PARA ACERTO DO RH.
           IF WRK-DIF-PREVIDENCIA < ZEROS
               DISPLAY 'FOLHACOM: MATRICULA '
                   WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   ' COM PREVIDENCIA DO MES MENOR QUE A JA '
                   'DESCONTADA - DIFERENCA NAO DEVOLVIDA'
               MOVE ZEROS TO WRK-DIF-PREVIDENCIA
           END-IF.
           IF WRK-DIF-IMPOSTO < ZEROS
               DISPLAY 'FOLHACOM: MATRICULA '
                   WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   ' COM IMPOSTO DO MES MENOR QUE O JA '
                   'DESCONTADO - DIFERENCA NAO DEVOLVIDA'
               MOVE ZEROS TO WRK-DIF-IMPOSTO
           END-IF.
           COMPUTE WRK-DIF-LIQUIDO =
               WRK-DIF-BRUTO - WRK-DIF-PREVIDENCIA - WRK-DIF-IMPOSTO.
           IF WRK-DIF-LIQUIDO < ZEROS
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'FOLHACOM: MATRICULA '
                   WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   ' COM LIQUIDO COMPLEMENTAR NEGATIVO - CORRECAO '
                   'REJEITADA'
               GO TO 0200-COMPLEMENTAR-EXIT
           END-IF.
           PERFORM 0235-CALCULAR-PENSAO
               THRU 0235-CALCULAR-PENSAO-EXIT.
           COMPUTE WRK-DIF-LIQUIDO =
               WRK-DIF-BRUTO - WRK-DIF-PREVIDENCIA - WRK-DIF-IMPOSTO
               - WRK-DIF-PENSAO.
           PERFORM 0240-GRAVAR-HISTORICO
               THRU 0240-GRAVAR-HISTORICO-EXIT.
           PERFORM 0245-GRAVAR-ENCARGOS
               THRU 0245-GRAVAR-ENCARGOS-EXIT.
           PERFORM 0250-EMITIR-DEMONSTRATIVO
               THRU 0250-EMITIR-DEMONSTRATIVO-EXIT.
           PERFORM 0260-GERAR-ORDEM THRU 0260-GERAR-ORDEM-EXIT.
           PERFORM 0270-ACUMULAR-DEPARTAMENTO
               THRU 0270-ACUMULAR-DEPARTAMENTO-EXIT.
           ADD WRK-DIF-PREVIDENCIA TO WRK-TOTAL-PREVIDENCIA.
           ADD WRK-DIF-IMPOSTO TO WRK-TOTAL-IMPOSTO.
           ADD WRK-DIF-PENSAO TO WRK-TOTAL-PENSAO.
           ADD WRK-DIF-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD 1 TO WRK-QTD-COMPLEMENTADOS.
       0200-COMPLEMENTAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PREVIDENCIA PROGRESSIVA SOBRE O BRUTO TOTAL DO MES,  *
      * FATIA POR FATIA COMO NO CALCLIQ.                     *
      *----------------------------------------------------*
       0210-CALCULAR-PREVIDENCIA.
           MOVE ZEROS TO WRK-PREV-TOTAL.
           MOVE ZEROS TO WRK-PISO-FAIXA.
           PERFORM 0215-FATIA-PREVIDENCIA
               THRU 0215-FATIA-PREVIDENCIA-EXIT
               VARYING WRK-IDX-INS FROM 1 BY 1
               UNTIL WRK-IDX-INS > WRK-QTD-FAIXAS-INSS
                   OR WRK-PISO-FAIXA >= WRK-BRUTO-TOTAL.
       0210-CALCULAR-PREVIDENCIA-EXIT.
           EXIT.

       0215-FATIA-PREVIDENCIA.
           MOVE WRK-INSS-LIMITE(WRK-IDX-INS) TO WRK-TETO-FAIXA.
           IF WRK-TETO-FAIXA > WRK-BRUTO-TOTAL
               MOVE WRK-BRUTO-TOTAL TO WRK-TETO-FAIXA
           END-IF.
           COMPUTE WRK-PARCELA-FAIXA ROUNDED =
               (WRK-TETO-FAIXA - WRK-PISO-FAIXA)
               * WRK-INSS-PERCENT(WRK-IDX-INS) / 100.
           ADD WRK-PARCELA-FAIXA TO WRK-PREV-TOTAL.
           MOVE WRK-INSS-LIMITE(WRK-IDX-INS) TO WRK-PISO-FAIXA.
       0215-FATIA-PREVIDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DEDUCAO POR DEPENDENTE: CONTA OS DEPENDENTES DA      *
      * MATRICULA NO DEPNMSTR (START NA PRIMEIRA SEQUENCIA,  *
      * COMO NO AFASMNT) X VALOR DO CARTAO DEPDED.           *
      *----------------------------------------------------*
       0220-DEDUCAO-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           MOVE ZEROS TO WRK-DEDUCAO-DEPENDENTES.
           IF NOT WRK-DEPENDENTES-ABERTO
               GO TO 0220-DEDUCAO-DEPENDENTES-EXIT
           END-IF.
           MOVE 'N' TO WRK-SW-FIM-MATRICULA.
           MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR) TO WRK-DPN-MATRICULA.
           MOVE ZEROS TO WRK-DPN-SEQUENCIA.
           START DEPENDENTE-ARQ KEY IS NOT LESS THAN WRK-DPN-CHAVE
               INVALID KEY
                   GO TO 0220-DEDUCAO-DEPENDENTES-EXIT
           END-START.
           PERFORM 0225-CONTAR-DEPENDENTE
               THRU 0225-CONTAR-DEPENDENTE-EXIT
               UNTIL WRK-FIM-MATRICULA.
           COMPUTE WRK-DEDUCAO-DEPENDENTES =
               WRK-QTD-DEPENDENTES * WRK-VALOR-DEPDED.
       0220-DEDUCAO-DEPENDENTES-EXIT.
           EXIT.

       0225-CONTAR-DEPENDENTE.
           READ DEPENDENTE-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-MATRICULA TO TRUE
                   GO TO 0225-CONTAR-DEPENDENTE-EXIT
           END-READ.
           IF WRK-DPN-MATRICULA NOT = WRK-CRR-MATRICULA(WRK-IDX-CRR)
               SET WRK-FIM-MATRICULA TO TRUE
               GO TO 0225-CONTAR-DEPENDENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DEPENDENTES.
       0225-CONTAR-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPOSTO DE RENDA DO MES INTEIRO: BASE = BRUTO TOTAL  *
      * MENOS PREVIDENCIA TOTAL, DEPENDENTES, A PENSAO JA    *
      * DESCONTADA NO MES E A PENSAO SOBRE A DIFERENCA;      *
      * FAIXA E PARCELA A DEDUZIR COMO NO CALCLIQ.           *
      *----------------------------------------------------*
       0230-CALCULAR-IMPOSTO.
           MOVE ZEROS TO WRK-IMPOSTO-TOTAL.
           PERFORM 0220-DEDUCAO-DEPENDENTES
               THRU 0220-DEDUCAO-DEPENDENTES-EXIT.
           COMPUTE WRK-BASE-IMPOSTO =
               WRK-BRUTO-TOTAL - WRK-PREV-TOTAL
               - WRK-CRR-PENSAO-MES(WRK-IDX-CRR) - WRK-DIF-PENSAO.
           IF WRK-BASE-IMPOSTO < ZEROS
               MOVE ZEROS TO WRK-BASE-IMPOSTO
           END-IF.
           IF WRK-DEDUCAO-DEPENDENTES > WRK-BASE-IMPOSTO
               MOVE WRK-BASE-IMPOSTO TO WRK-DEDUCAO-DEPENDENTES
           END-IF.
           SUBTRACT WRK-DEDUCAO-DEPENDENTES FROM WRK-BASE-IMPOSTO.
           SET WRK-IDX-IRF TO 1.
           SEARCH WRK-FX-IRF
               AT END
                   SET WRK-IDX-IRF TO WRK-QTD-FAIXAS-IRF
               WHEN WRK-BASE-IMPOSTO <= WRK-IRF-LIMITE(WRK-IDX-IRF)
                   CONTINUE
           END-SEARCH.
           COMPUTE WRK-IMPOSTO-CALCULADO ROUNDED =
               (WRK-BASE-IMPOSTO * WRK-IRF-PERCENT(WRK-IDX-IRF) / 100)
               - WRK-IRF-DEDUZIR(WRK-IDX-IRF).
           IF WRK-IMPOSTO-CALCULADO > ZEROS
               MOVE WRK-IMPOSTO-CALCULADO TO WRK-IMPOSTO-TOTAL
           END-IF.
       0230-CALCULAR-IMPOSTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PENSAO ALIMENTICIA SOBRE A DIFERENCA: APLICA AS      *
      * ORDENS DA MATRICULA SOBRE O LIQUIDO DA DIFERENCA     *
      * (COM O IMPOSTO AINDA SEM A PENSAO) OU SOBRE O BRUTO  *
      * DA DIFERENCA, E GRAVA CADA ORDEM DESCONTADA NO       *
      * PENSCOMP. A SOMA NAO PASSA DO LIQUIDO DA DIFERENCA.  *
      * A PENSAO E DEDUTIVEL, ENTAO O IMPOSTO DO MES E       *
      * RECALCULADO COM ELA FORA DA BASE, COMO NO CALCLIQ.   *
      *----------------------------------------------------*
       0235-CALCULAR-PENSAO.
           IF WRK-QTD-PENSOES = ZEROS
               GO TO 0235-CALCULAR-PENSAO-EXIT
           END-IF.
           SET WRK-IDX-PNS TO 1.
           SEARCH WRK-PNS
               AT END
                   GO TO 0235-CALCULAR-PENSAO-EXIT
               WHEN WRK-PNS-MATRICULA(WRK-IDX-PNS)
                       = WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   CONTINUE
           END-SEARCH.
           MOVE WRK-DIF-LIQUIDO TO WRK-LIQUIDO-PENSAO.
           MOVE 'N' TO WRK-SW-FIM-PENSAO-FUNC.
           PERFORM 0236-DESCONTAR-UMA-PENSAO
               THRU 0236-DESCONTAR-UMA-PENSAO-EXIT
               UNTIL WRK-FIM-PENSAO-FUNC.
           IF WRK-DIF-PENSAO = ZEROS
               GO TO 0235-CALCULAR-PENSAO-EXIT
           END-IF.
           PERFORM 0230-CALCULAR-IMPOSTO
               THRU 0230-CALCULAR-IMPOSTO-EXIT.
           COMPUTE WRK-DIF-IMPOSTO =
               WRK-IMPOSTO-TOTAL - WRK-CRR-IMPOSTO-MES(WRK-IDX-CRR).
           IF WRK-DIF-IMPOSTO < ZEROS
               MOVE ZEROS TO WRK-DIF-IMPOSTO
           END-IF.
       0235-CALCULAR-PENSAO-EXIT.
           EXIT.

       0236-DESCONTAR-UMA-PENSAO.
           IF WRK-PNS-BASE(WRK-IDX-PNS) = 'L'
               MOVE WRK-LIQUIDO-PENSAO TO WRK-BASE-PENSAO
           ELSE
               MOVE WRK-DIF-BRUTO TO WRK-BASE-PENSAO
           END-IF.
           COMPUTE WRK-VALOR-PENSAO ROUNDED =
               WRK-BASE-PENSAO * WRK-PNS-PERCENTUAL(WRK-IDX-PNS) / 100.
           IF WRK-DIF-PENSAO + WRK-VALOR-PENSAO > WRK-LIQUIDO-PENSAO
               DISPLAY 'FOLHACOM: MATRICULA '
                   WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   ' PENSAO SEQ ' WRK-PNS-SEQUENCIA(WRK-IDX-PNS)
                   ' MAIOR QUE O LIQUIDO DA DIFERENCA - DESCONTO '
                   'LIMITADO, RESIDUO PARA ACERTO'
               COMPUTE WRK-VALOR-PENSAO =
                   WRK-LIQUIDO-PENSAO - WRK-DIF-PENSAO
           END-IF.
           IF WRK-VALOR-PENSAO > ZEROS
               ADD WRK-VALOR-PENSAO TO WRK-DIF-PENSAO
               MOVE WRK-COMPETENCIA TO WRK-PPG-COMPETENCIA
               MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR)
                   TO WRK-PPG-MATRICULA
               MOVE WRK-PNS-SEQUENCIA(WRK-IDX-PNS)
                   TO WRK-PPG-SEQUENCIA
               MOVE WRK-PNS-BASE(WRK-IDX-PNS) TO WRK-PPG-BASE
               MOVE WRK-BASE-PENSAO TO WRK-PPG-VALOR-BASE
               MOVE WRK-VALOR-PENSAO TO WRK-PPG-VALOR
               MOVE 'C' TO WRK-PPG-TIPO-FOLHA
               WRITE WRK-PENSAO-PAGA
               ADD 1 TO WRK-QTD-PENSOES-PAGAS
           END-IF.
           IF WRK-IDX-PNS >= WRK-QTD-PENSOES
               SET WRK-FIM-PENSAO-FUNC TO TRUE
               GO TO 0236-DESCONTAR-UMA-PENSAO-EXIT
           END-IF.
           SET WRK-IDX-PNS UP BY 1.
           IF WRK-PNS-MATRICULA(WRK-IDX-PNS)
                   NOT = WRK-CRR-MATRICULA(WRK-IDX-CRR)
               SET WRK-FIM-PENSAO-FUNC TO TRUE
           END-IF.
       0236-DESCONTAR-UMA-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACRESCENTA AO PAYHIST O REGISTRO DE DIFERENCA DA     *
      * MATRICULA, MARCADO COMO FOLHA COMPLEMENTAR. O        *
      * REGISTRO ORIGINAL DO MES FICA COMO ESTA.             *
      *----------------------------------------------------*
       0240-GRAVAR-HISTORICO.
           MOVE WRK-COMPETENCIA TO WRK-PH-COMPETENCIA.
           MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR) TO WRK-PH-MATRICULA.
           MOVE WRK-CRR-NOME(WRK-IDX-CRR) TO WRK-PH-NOME.
           MOVE WRK-CRR-DEPARTAMENTO(WRK-IDX-CRR)
               TO WRK-PH-DEPARTAMENTO.
           MOVE WRK-DIF-BRUTO TO WRK-PH-SALARIO-BRUTO.
           MOVE ZEROS TO WRK-PH-ADICIONAL-ANUENIO.
           MOVE WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR)
               TO WRK-PH-VALOR-COMISSAO.
           MOVE WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR)
               TO WRK-PH-VALOR-EXTRAS.
           MOVE ZEROS TO WRK-PH-DESC-FALTAS.
           MOVE ZEROS TO WRK-PH-DESC-AFASTAMENTO.
           MOVE WRK-DIF-PREVIDENCIA TO WRK-PH-DESC-PREVIDENCIA.
           MOVE WRK-DIF-IMPOSTO TO WRK-PH-DESC-IMPOSTO.
           MOVE WRK-DIF-PENSAO TO WRK-PH-DESC-PENSAO.
           MOVE ZEROS TO WRK-PH-DESC-VTRANSP.
           MOVE ZEROS TO WRK-PH-DESC-ADIANTAMENTO.
           MOVE ZEROS TO WRK-PH-DESC-EMPRESTIMO.
           MOVE WRK-DIF-LIQUIDO TO WRK-PH-SALARIO-LIQUIDO.
           MOVE 'C' TO WRK-PH-TIPO-FOLHA.
           WRITE WRK-HISTORICO-PAGAMENTO.
       0240-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ENCARGOS PATRONAIS SOBRE O BRUTO DA DIFERENCA, COM   *
      * OS PERCENTUAIS DO ENCARGOS. O FGTSCOMP LEVA A        *
      * COMPETENCIA DO PAGAMENTO (ANO/MES DA EXECUCAO), EM   *
      * QUE O FGTSREM RECOLHE O FGTS DA DIFERENCA JUNTO COM  *
      * O DO MES.                                            *
      *----------------------------------------------------*
       0245-GRAVAR-ENCARGOS.
           COMPUTE WRK-INSS-PATRONAL ROUNDED =
               WRK-DIF-BRUTO * WRK-PERC-INSS-PATRONAL / 100.
           COMPUTE WRK-FGTS ROUNDED =
               WRK-DIF-BRUTO * WRK-PERC-FGTS / 100.
           MOVE WRK-ANOMES-SISTEMA TO FCP-COMPETENCIA.
           MOVE WRK-COMPETENCIA-R TO FCP-COMPETENCIA-ORIGEM.
           MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR) TO FCP-MATRICULA.
           MOVE WRK-DIF-BRUTO TO FCP-BASE.
           MOVE WRK-INSS-PATRONAL TO FCP-INSS-PATRONAL.
           MOVE WRK-FGTS TO FCP-FGTS.
           MOVE WRK-DATA-SISTEMA TO FCP-DATA-PROCESSO.
           WRITE WRK-REG-FGTSCOMP.
           ADD WRK-INSS-PATRONAL TO WRK-TOTAL-ENCARGOS.
           ADD WRK-FGTS TO WRK-TOTAL-ENCARGOS.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.
       0245-GRAVAR-ENCARGOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DEMONSTRATIVO COMPLEMENTAR: AS VERBAS CORRIGIDAS, OS *
      * DESCONTOS DA DIFERENCA E O LIQUIDO A RECEBER, MAIS A *
      * BASE DO MES SOBRE A QUAL OS DESCONTOS FORAM FEITOS.  *
      *----------------------------------------------------*
       0250-EMITIR-DEMONSTRATIVO.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-COMPETENCIA-R TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-HOLERITE FROM WRK-CAB-TITULO.
           MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR) TO WRK-CAB-MATRICULA.
           MOVE WRK-CRR-NOME(WRK-IDX-CRR) TO WRK-CAB-NOME.
           WRITE WRK-LINHA-HOLERITE FROM WRK-CAB-IDENT.
           IF WRK-CRR-DIF-SALARIO(WRK-IDX-CRR) > ZEROS
               MOVE 'DIFERENCA SALARIAL.......' TO WRK-LV-TITULO
               MOVE WRK-CRR-DIF-SALARIO(WRK-IDX-CRR) TO WRK-LV-VALOR
               WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR
           END-IF.
           IF WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR) > ZEROS
               MOVE 'HORAS EXTRAS.............' TO WRK-LV-TITULO
               MOVE WRK-CRR-DIF-EXTRAS(WRK-IDX-CRR) TO WRK-LV-VALOR
               WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR
           END-IF.
           IF WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR) > ZEROS
               MOVE 'COMISSAO SOBRE VENDAS....' TO WRK-LV-TITULO
               MOVE WRK-CRR-DIF-COMISSAO(WRK-IDX-CRR) TO WRK-LV-VALOR
               WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR
           END-IF.
           MOVE 'BRUTO COMPLEMENTAR.......' TO WRK-LV-TITULO.
           MOVE WRK-DIF-BRUTO TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           MOVE 'PREVIDENCIA..............' TO WRK-LV-TITULO.
           MOVE WRK-DIF-PREVIDENCIA TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           MOVE 'IMPOSTO DE RENDA.........' TO WRK-LV-TITULO.
           MOVE WRK-DIF-IMPOSTO TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           IF WRK-DIF-PENSAO > ZEROS
               MOVE 'PENSAO ALIMENTICIA.......' TO WRK-LV-TITULO
               MOVE WRK-DIF-PENSAO TO WRK-LV-VALOR
               WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR
           END-IF.
           MOVE 'LIQUIDO COMPLEMENTAR.....' TO WRK-LV-TITULO.
           MOVE WRK-DIF-LIQUIDO TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-CAB-BASE-MES.
           MOVE 'BRUTO TOTAL DO MES.......' TO WRK-LV-TITULO.
           MOVE WRK-BRUTO-TOTAL TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           MOVE 'PREVIDENCIA DO MES.......' TO WRK-LV-TITULO.
           MOVE WRK-PREV-TOTAL TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           MOVE 'IMPOSTO DE RENDA DO MES..' TO WRK-LV-TITULO.
           MOVE WRK-IMPOSTO-TOTAL TO WRK-LV-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-VALOR.
           WRITE WRK-LINHA-HOLERITE FROM WRK-LINHA-SEPARADOR.
       0250-EMITIR-DEMONSTRATIVO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ORDEM DE CREDITO DA COMPLEMENTAR, COM AS MESMAS      *
      * REGRAS DO BANKREM: SO FUNCIONARIO ATIVO, COM CONTA   *
      * NO CADASTRO E LIQUIDO A RECEBER. QUEM FICA DE FORA E *
      * APONTADO PARA PAGAMENTO PELO RH.                     *
      *----------------------------------------------------*
       0260-GERAR-ORDEM.
           IF WRK-DIF-LIQUIDO = ZEROS
               GO TO 0260-GERAR-ORDEM-EXIT
           END-IF.
           MOVE WRK-CRR-MATRICULA(WRK-IDX-CRR) TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   ADD 1 TO WRK-QTD-FORA-REMESSA
                   DISPLAY 'FOLHACOM: MATRICULA ' WRK-MATRICULA
                       ' NAO ESTA NO CADASTRO - FORA DA REMESSA'
                   GO TO 0260-GERAR-ORDEM-EXIT
           END-READ.
           IF NOT WRK-FUNC-ATIVO
               ADD 1 TO WRK-QTD-FORA-REMESSA
               DISPLAY 'FOLHACOM: MATRICULA ' WRK-MATRICULA
                   ' DESLIGADA - FORA DA REMESSA'
               GO TO 0260-GERAR-ORDEM-EXIT
           END-IF.
           IF WRK-BANCO = ZEROS
               ADD 1 TO WRK-QTD-FORA-REMESSA
               DISPLAY 'FOLHACOM: MATRICULA ' WRK-MATRICULA
                   ' SEM DADOS BANCARIOS - FORA DA REMESSA'
               GO TO 0260-GERAR-ORDEM-EXIT
           END-IF.
           PERFORM 0180-VERIFICAR-QUARENTENA
               THRU 0180-VERIFICAR-QUARENTENA-EXIT.
           IF WRK-EM-QUARENTENA
               ADD 1 TO WRK-QTD-FORA-REMESSA
               DISPLAY 'FOLHACOM: MATRICULA ' WRK-MATRICULA
                   ' COM TROCA DE CONTA PENDENTE - FORA DA REMESSA'
               GO TO 0260-GERAR-ORDEM-EXIT
           END-IF.
           MOVE WRK-MATRICULA           TO REM-MATRICULA.
           MOVE WRK-NOME                TO REM-NOME.
           MOVE WRK-BANCO               TO REM-BANCO.
           MOVE WRK-AGENCIA             TO REM-AGENCIA.
           MOVE WRK-CONTA-CORRENTE      TO REM-CONTA-CORRENTE.
           MOVE WRK-CONTA-DV            TO REM-CONTA-DV.
           MOVE WRK-DIF-LIQUIDO         TO REM-VALOR.
           MOVE WRK-DATA-SISTEMA        TO REM-DATA-GERACAO.
           WRITE WRK-REG-REMESSA.
           ADD 1 TO WRK-QTD-ORDENS.
           ADD WRK-DIF-LIQUIDO TO WRK-TOTAL-REMESSA.
       0260-GERAR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SOMA O BRUTO E OS ENCARGOS DA DIFERENCA NO           *
      * DEPARTAMENTO, ABRINDO A LINHA SE FOR NOVO (MESMO     *
      * ESQUEMA DO GLFOLHA).                                 *
      *----------------------------------------------------*
       0270-ACUMULAR-DEPARTAMENTO.
           MOVE WRK-CRR-DEPARTAMENTO(WRK-IDX-CRR) TO WRK-DEPTO-BUSCA.
           SET WRK-IDX-DEPTO TO 1.
           SEARCH WRK-DEPTO
               AT END
                   IF WRK-QTD-DEPARTAMENTOS >= 50
                       DISPLAY 'FOLHACOM: MAIS DE 50 DEPARTAMENTOS - '
                           'DEPARTAMENTO ' WRK-DEPTO-BUSCA
                           ' NA CONTA TRANSITORIA'
                       SET WRK-IDX-DEPTO TO 50
                   ELSE
                       ADD 1 TO WRK-QTD-DEPARTAMENTOS
                       SET WRK-IDX-DEPTO TO WRK-QTD-DEPARTAMENTOS
                       MOVE WRK-DEPTO-BUSCA
                           TO WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       MOVE ZEROS TO WRK-DEPTO-BRUTO(WRK-IDX-DEPTO)
                       MOVE ZEROS
                           TO WRK-DEPTO-ENCARGOS(WRK-IDX-DEPTO)
                   END-IF
               WHEN WRK-DEPTO-NOME(WRK-IDX-DEPTO) = WRK-DEPTO-BUSCA
                   CONTINUE
           END-SEARCH.
           ADD WRK-DIF-BRUTO TO WRK-DEPTO-BRUTO(WRK-IDX-DEPTO).
           ADD WRK-INSS-PATRONAL WRK-FGTS
               TO WRK-DEPTO-ENCARGOS(WRK-IDX-DEPTO).
       0270-ACUMULAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LANCAMENTOS DA DIFERENCA, ACRESCENTADOS AO GLFILE:   *
      * DEBITOS DE DESPESA POR DEPARTAMENTO (BRUTO E         *
      * ENCARGOS PATRONAIS) E CREDITOS DE PREVIDENCIA,       *
      * IMPOSTO, PENSOES A PAGAR, SALARIOS A PAGAR E         *
      * ENCARGOS A RECOLHER.                                 *
      *----------------------------------------------------*
       0300-GERAR-LANCAMENTOS.
           IF WRK-QTD-COMPLEMENTADOS = ZEROS
               GO TO 0300-GERAR-LANCAMENTOS-EXIT
           END-IF.
           OPEN EXTEND GLFILE-ARQ.
           IF WRK-FS-GLF NOT = '00'
               CLOSE GLFILE-ARQ
               OPEN OUTPUT GLFILE-ARQ
           END-IF.
           PERFORM 0310-LANCAR-DEPARTAMENTO
               THRU 0310-LANCAR-DEPARTAMENTO-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.

           MOVE WRK-CONTA-INSS TO GLF-CONTA.
           MOVE WRK-TOTAL-PREVIDENCIA TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-IRF TO GLF-CONTA.
           MOVE WRK-TOTAL-IMPOSTO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-PENSAO TO GLF-CONTA.
           MOVE WRK-TOTAL-PENSAO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-CREDITO TO GLF-CONTA.
           MOVE WRK-TOTAL-LIQUIDO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-ENC-RECOLHER TO GLF-CONTA.
           MOVE WRK-TOTAL-ENCARGOS TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           CLOSE GLFILE-ARQ.
       0300-GERAR-LANCAMENTOS-EXIT.
           EXIT.

       0310-LANCAR-DEPARTAMENTO.
           IF WRK-DEPTO-BRUTO(WRK-IDX-DEPTO) = ZEROS
               GO TO 0310-LANCAR-DEPARTAMENTO-EXIT
           END-IF.
           PERFORM 0330-LOCALIZAR-CONTA
               THRU 0330-LOCALIZAR-CONTA-EXIT.
           MOVE 'D' TO GLF-TIPO.
           MOVE WRK-CONTA-ENCONTRADA TO GLF-CONTA.
           MOVE WRK-DEPTO-BRUTO(WRK-IDX-DEPTO) TO GLF-VALOR.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO) TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD WRK-DEPTO-BRUTO(WRK-IDX-DEPTO) TO WRK-TOTAL-DEBITOS.
           IF WRK-DEPTO-ENCARGOS(WRK-IDX-DEPTO) = ZEROS
               GO TO 0310-LANCAR-DEPARTAMENTO-EXIT
           END-IF.
           MOVE WRK-DEPTO-ENCARGOS(WRK-IDX-DEPTO) TO GLF-VALOR.
           WRITE WRK-REG-GLFILE.
           ADD WRK-DEPTO-ENCARGOS(WRK-IDX-DEPTO) TO WRK-TOTAL-DEBITOS.
       0310-LANCAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA UM CREDITO COM A CONTA E O VALOR JA PREPARADOS *
      * EM GLF-CONTA/GLF-VALOR. CREDITO ZERADO NAO E GRAVADO.*
      *----------------------------------------------------*
       0320-CREDITAR.
           IF GLF-VALOR = ZEROS
               GO TO 0320-CREDITAR-EXIT
           END-IF.
           MOVE 'C' TO GLF-TIPO.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE 'FOLHACOM' TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD GLF-VALOR TO WRK-TOTAL-CREDITOS.
       0320-CREDITAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TRADUZ O DEPARTAMENTO NA CONTA DE DESPESA MAPEADA;   *
      * SEM MAPA, CONTA TRANSITORIA COM AVISO (GLFOLHA).     *
      *----------------------------------------------------*
       0330-LOCALIZAR-CONTA.
           MOVE WRK-CONTA-TRANSITORIA TO WRK-CONTA-ENCONTRADA.
           IF WRK-QTD-MAPAS = ZEROS
               GO TO 0330-LOCALIZAR-CONTA-EXIT
           END-IF.
           SET WRK-IDX-MAPA TO 1.
           SEARCH WRK-MAPA
               AT END
                   DISPLAY 'FOLHACOM: DEPARTAMENTO '
                       WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       ' SEM CONTA MAPEADA - USANDO CONTA TRANSITORIA'
               WHEN WRK-MAPA-DEPARTAMENTO(WRK-IDX-MAPA)
                       = WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                   MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       TO WRK-CONTA-ENCONTRADA
           END-SEARCH.
       0330-LOCALIZAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RELATORIO DE CONTROLE DA COMPLEMENTAR: TOTAIS DE     *
      * DEBITOS E CREDITOS E A PROVA DE QUE FECHAM.          *
      *----------------------------------------------------*
       0400-RELATORIO-CONTROLE.
           OPEN OUTPUT GLCTRL-ARQ.
           WRITE WRK-LINHA-CONTROLE FROM WRK-CAB-CONTROLE.
           MOVE WRK-COMPETENCIA-R TO WRK-CTL-COMPETENCIA.
           WRITE WRK-LINHA-CONTROLE FROM WRK-LINHA-COMPET-CTL.

           MOVE 'TOTAL DEBITOS.........' TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-DEBITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-CONTROLE FROM WRK-LINHA-TOTAL-CTL.

           MOVE 'TOTAL CREDITOS........' TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-CREDITOS TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-CONTROLE FROM WRK-LINHA-TOTAL-CTL.

           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'CONFERE' TO WRK-CTL-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO WRK-CTL-SITUACAO
           END-IF.
           WRITE WRK-LINHA-CONTROLE FROM WRK-LINHA-SITUACAO.
           CLOSE GLCTRL-ARQ.
       0400-RELATORIO-CONTROLE-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'FOLHACOM: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           CLOSE HISTORICO-ARQ.
           CLOSE REMESSA-ARQ.
           CLOSE HOLERITE-ARQ.
           CLOSE PENSCOMP-ARQ.
           CLOSE FGTSCOMP-ARQ.
           CLOSE FUNCIONARIO-ARQ.
           IF WRK-DEPENDENTES-ABERTO
               CLOSE DEPENDENTE-ARQ
           END-IF.
           IF WRK-QTD-COMPLEMENTADOS > ZEROS
               PERFORM 0910-GRAVAR-CONTROLE
                   THRU 0910-GRAVAR-CONTROLE-EXIT
           END-IF.
           DISPLAY 'FOLHACOM: COMPETENCIA ' WRK-COMPETENCIA ' - '
               WRK-QTD-MOVIMENTOS ' MOVIMENTOS, '
               WRK-QTD-REJEITADOS ' REJEITADOS, '
               WRK-QTD-COMPLEMENTADOS ' MATRICULAS COMPLEMENTADAS'.
           DISPLAY 'FOLHACOM: ' WRK-QTD-ORDENS
               ' ORDENS DE CREDITO NA BANKCOMP, TOTAL '
               WRK-TOTAL-REMESSA ', ' WRK-QTD-FORA-REMESSA
               ' FORA DA REMESSA - LANCAMENTOS '
               WRK-CTL-SITUACAO.
           DISPLAY 'FOLHACOM: ' WRK-QTD-PENSOES-PAGAS
               ' PENSOES NO PENSCOMP, TOTAL ' WRK-TOTAL-PENSAO
               ' - FGTS DA DIFERENCA NO FGTSCOMP ' WRK-TOTAL-FGTS.
           IF WRK-QTD-REJEITADOS > ZEROS
               OR WRK-QTD-FORA-REMESSA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REGISTRA O LOTE COMPLEMENTADO NO CONTROLE FOLHCTRL,  *
      * PARA QUE O MESMO MOVCOMP NAO SEJA PAGO DE NOVO. SEM  *
      * O CONTROLE (PRIMEIRA EXECUCAO), ELE E CRIADO AQUI.   *
      *----------------------------------------------------*
       0910-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-ARQ.
           IF WRK-FS-FCT NOT = '00'
               CLOSE CONTROLE-ARQ
               OPEN OUTPUT CONTROLE-ARQ
           END-IF.
           MOVE WRK-COMPETENCIA-R TO FCT-COMPETENCIA.
           MOVE WRK-QTD-MOVIMENTOS TO FCT-QTD-MOVIMENTOS.
           MOVE WRK-LOTE-SOMA-VALORES TO FCT-SOMA-VALORES.
           MOVE WRK-LOTE-SOMA-MATRICULAS TO FCT-SOMA-MATRICULAS.
           MOVE WRK-DATA-SISTEMA TO FCT-DATA-PROC.
           WRITE WRK-REG-CONTROLE.
           CLOSE CONTROLE-ARQ.
       0910-GRAVAR-CONTROLE-EXIT.
           EXIT.

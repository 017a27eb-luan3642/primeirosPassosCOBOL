       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CALCULO DAS VERBAS RESCISORIAS. LE A TRILHA DE
      * MOVIMENTOS DO EMPMNT (EMPMAUD), SELECIONA OS
      * DESLIGAMENTOS ('D') DO DIA (CARTAO RESCDATA, AAAAMMDD;
      * SEM O CARTAO, A DATA DA EXECUCAO) E, PARA CADA
      * MATRICULA, APURA SOBRE O CADASTRO (FUNCMSTR, VER
      * EMPFUNC.COB):
      *   - SALDO DE SALARIO DOS DIAS TRABALHADOS NO MES;
      *   - AVISO PREVIO INDENIZADO (30 DIAS + 3 POR ANO
      *     COMPLETO DE CASA, ATE 90);
      *   - FERIAS VENCIDAS (DIREITO DO FERDIR, DO FERACUM,
      *     MENOS O QUE A AGENDA FERSCHED JA PAGOU OU JA
      *     COMECOU A GOZAR) E PROPORCIONAIS (AVOS DESDE O
      *     ULTIMO ANIVERSARIO DA ADMISSAO, FRACAO DE 15 DIAS
      *     OU MAIS CONTA O MES), MAIS O TERCO CONSTITUCIONAL;
      *   - DECIMO TERCEIRO PROPORCIONAL PELA MESMA REGRA DE
      *     AVOS DO DECTERC, ABATIDO O QUE O DECTERC JA PAGOU
      *     NO ANO (GRATAUD);
      *   - SALDO DEVEDOR DO EMPRESTIMO CONSIGNADO (EMPRMSTR)
      *     COMO DESCONTO;
      *   - MULTA RESCISORIA DE 40% SOBRE O FGTS: O ENCFILE DO
      *     ENCARGOS E REGRAVADO A CADA FOLHA E SO GUARDA O MES
      *     CORRENTE, ENTAO A BASE DEPOSITADA E REFEITA COM O
      *     MESMO CARTAO FGTSPCT DO ENCARGOS (PADRAO 8,00)
      *     SOBRE O BRUTO DE CADA COMPETENCIA DO PAYHIST, MAIS
      *     O FGTS DAS PROPRIAS VERBAS DA RESCISAO.
      * O DESLIGAMENTO E TRATADO COMO DISPENSA SEM JUSTA CAUSA.
      * IMPRIME O TERMO DE RESCISAO POR MATRICULA (RESCREG),
      * GRAVA A ORDEM DE PAGAMENTO DO LIQUIDO NO LAYOUT DA
      * REMESSA BANKREM (RESCREM) E A TRILHA DE AUDITORIA
      * PROPRIA (RESCAUD). DESLIGAMENTO (MATRICULA E DATA) JA
      * PRESENTE NO RESCAUD NAO E CALCULADO DE NOVO -
      * REPROCESSAR O DIA NAO PAGA A RESCISAO DUAS VEZES.
      * ACABA COM A PLANILHA DO RH.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - PASSOU A PAGAR O SALDO DO BANCO DE HORAS (BHMSTR, VER
      *   BHREG.COB, MANTIDO PELO BANCOHRS) COMO VERBA PROPRIA:
      *   HORAS DOS LOTES EM ABERTO X SALARIO-HORA DE 220 X O
      *   ADICIONAL DO CARTAO HEXTPCT (PADRAO 150,00, O MESMO
      *   DO CALCLIQ), NO BRUTO E NA BASE DO FGTS. O BANCOHRS
      *   BAIXA ESSE SALDO NO FECHAMENTO SEM PAGAR DE NOVO. O
      *   REGISTRO DO RESCAUD GANHOU AS HORAS E O VALOR DO
      *   BANCO NO FIM (A TRILHA ANTIGA DEVE SER REGRAVADA NO
      *   TAMANHO NOVO). SEM O BHMSTR, NADA MUDA.
      * - TRILHA EMPMAUD ACOMPANHA O EMPMNT (CARGO ANTERIOR E
      *   NOVO NO FIM DO REGISTRO).
      * - QUARENTENA DE TROCA DE CONTA, COMO NO BANKREM: CONTA
      *   DO CADASTRO QUE E A CONTA NOVA DE UMA TROCA AINDA
      *   PENDENTE NO CONTAHIS (VER CONTAREG.COB) NAO RECEBE A
      *   ORDEM DO LIQUIDO ATE O RH CONFIRMAR A TROCA; A ORDEM
      *   FICA FORA DO RESCREM, O TERMO SAI COM A ORDEM RETIDA
      *   (RETURN-CODE 4).
      * - DECIMO TERCEIRO PROPORCIONAL TIRA O AVO DO MES COM
      *   MAIS DE 15 DIAS DE AFASTAMENTO POR DOENCA OU ACIDENTE
      *   A CARGO DO INSS (AFASMSTR, CONTADO PELA AFASDIAS),
      *   COMO NO DECTERC. MATERNIDADE NAO TIRA AVO.
      * - ERRO NA CRIACAO DO RESCREG OU DO RESCREM ENCERRA A
      *   EXECUCAO SEM PROCESSAR (RETURN-CODE 8).
      * - O REGISTRO DO RESCAUD GANHOU A SITUACAO DA ORDEM NO FIM
      *   ('E' EMITIDA, 'S' SEM ORDEM, 'R' RETIDA, 'L' LIBERACAO
      *   DE RETIDA; A TRILHA ANTIGA DEVE SER REGRAVADA NO
      *   TAMANHO NOVO) E PASSOU A SER GRAVADO DEPOIS DA DECISAO
      *   DA ORDEM. ORDEM RETIDA EM DIA ANTERIOR E LIBERADA
      *   QUANDO A TROCA DE CONTA DEIXA DE ESTAR PENDENTE NO
      *   CONTAHIS: A ORDEM SAI NO RESCREM DO DIA, O TERMO GANHA
      *   A LINHA DA LIBERACAO E O RESCAUD O REGISTRO 'L'.
      * - RESCISAO JA CALCULADA E RECONHECIDA PELA MATRICULA E
      *   PELA DATA DO DESLIGAMENTO: READMITIDO E DESLIGADO DE
      *   NOVO TEM A NOVA RESCISAO CALCULADA. EVENTO CUJA DATA
      *   NAO E MAIS A DO CADASTRO NAO E CALCULADO.
      * - BASE DO FGTS SO COM AS COMPETENCIAS DO PAYHIST A PARTIR
      *   DA ADMISSAO DO CONTRATO ATUAL.
      * - FERIAS VENCIDAS PELO DIREITO DO FERDIR; PELOS ANOS DE
      *   CASA SO SEM O FERDIR OU COM ANIVERSARIO FECHADO DEPOIS
      *   DA ULTIMA RODADA DO FERACUM, E AI COM A MESMA PERDA DO
      *   FERACUM (30 DIAS POR AFASTAMENTO DE DOENCA/ACIDENTE COM
      *   MAIS DE 180 DIAS DE BENEFICIO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVAUD-ARQ ASSIGN TO 'EMPMAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MAU.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT DIREITO-ARQ ASSIGN TO 'FERDIR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DIR.

           SELECT AGENDA-ARQ ASSIGN TO 'FERSCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SCH.

           SELECT EMPRESTIMO-ARQ ASSIGN TO 'EMPRMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EMP.

           SELECT GRATAUD-ARQ ASSIGN TO 'GRATAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GAUD.

           SELECT HISTORICO-ARQ ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.

           SELECT FGTSPCT-ARQ ASSIGN TO 'FGTSPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FGT.

           SELECT RESCDATA-ARQ ASSIGN TO 'RESCDATA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RDT.

           SELECT DECPONTO-ARQ ASSIGN TO 'DECPONTO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.

           SELECT RELATORIO-ARQ ASSIGN TO 'RESCREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

           SELECT REMESSA-ARQ ASSIGN TO 'RESCREM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.

           SELECT RESCAUD-ARQ ASSIGN TO 'RESCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RAU.

           SELECT BANCO-ARQ ASSIGN TO 'BHMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BHM.

           SELECT HEXTPCT-ARQ ASSIGN TO 'HEXTPCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HXP.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DA TRILHA DE MOVIMENTOS DO EMPMNT.
       FD  MOVAUD-ARQ.
       01  WRK-REG-MOVAUD.
           05  MAU-TIPO                PIC X(01).
           05  MAU-MATRICULA           PIC 9(06).
           05  MAU-NOME                PIC X(20).
           05  MAU-DEPARTAMENTO-ANT    PIC X(10).
           05  MAU-DEPARTAMENTO-NOV    PIC X(10).
           05  MAU-SALARIO-ANT         PIC 9(07)V99.
           05  MAU-SALARIO-NOV         PIC 9(07)V99.
           05  MAU-SITUACAO-ANT        PIC X(01).
           05  MAU-SITUACAO-NOV        PIC X(01).
           05  MAU-DATA-PROCESSO       PIC 9(08).
           05  MAU-CARGO-ANT           PIC X(05).
           05  MAU-CARGO-NOV           PIC X(05).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

      *    MESMO LAYOUT DO ARQUIVO DE DIREITOS DO FERACUM.
       FD  DIREITO-ARQ.
       01  WRK-REG-DIREITO.
           05  DIR-MATRICULA           PIC 9(06).
           05  DIR-NOME                PIC X(20).
           05  DIR-DEPARTAMENTO        PIC X(10).
           05  DIR-DATA-ADMISSAO       PIC 9(08).
           05  DIR-DIAS-DIREITO        PIC 9(04).
           05  DIR-DIAS-GOZADOS        PIC 9(04).
           05  DIR-DIAS-SALDO          PIC 9(04).

       FD  AGENDA-ARQ.
           COPY 'FERIAREG.COB'.

       FD  EMPRESTIMO-ARQ.
           COPY 'EMPREREG.COB'.

      *    MESMO LAYOUT DA TRILHA DE AUDITORIA DO DECTERC.
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

       FD  HISTORICO-ARQ.
           COPY 'PAYHREG.COB'.

       FD  FGTSPCT-ARQ.
       01  WRK-REG-FGTSPCT             PIC 9(02)V99.

       FD  RESCDATA-ARQ.
       01  WRK-REG-RESCDATA            PIC 9(08).

       FD  DECPONTO-ARQ.
       01  WRK-REG-DECPONTO            PIC X(01).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

      *    MESMO LAYOUT DA REMESSA DE SALARIOS DO BANKREM.
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
      *    SITUACAO DA ORDEM DE PAGAMENTO DO LIQUIDO. O REGISTRO
      *    'L' SO TRAZ A IDENTIFICACAO, O DESLIGAMENTO, O LIQUIDO
      *    LIBERADO E A DATA DA LIBERACAO (VERBAS ZERADAS).
           05  RAU-SITUACAO-ORDEM      PIC X(01).
               88  RAU-ORDEM-EMITIDA               VALUE 'E' ' '.
               88  RAU-SEM-ORDEM                   VALUE 'S'.
               88  RAU-ORDEM-RETIDA                VALUE 'R'.
               88  RAU-ORDEM-LIBERADA              VALUE 'L'.

       FD  BANCO-ARQ.
           COPY 'BHREG.COB'.

       FD  HEXTPCT-ARQ.
       01  WRK-REG-HEXTPCT             PIC 9(03)V99.

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'LOGREG.COB'.
           COPY 'AFASDREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-MAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-DIR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-SCH                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GAUD                 PIC X(02) VALUE SPACES.
       77  WRK-FS-HIST                 PIC X(02) VALUE SPACES.
       77  WRK-FS-FGT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-RDT                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DEC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-RAU                  PIC X(02) VALUE SPACES.
       77  WRK-FS-BHM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HXP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                     VALUE 'S'.
       77  WRK-SW-DECIMAL               PIC X(01) VALUE 'V'.
           88  WRK-DECIMAL-VIRGULA                 VALUE 'V'.
           88  WRK-DECIMAL-PONTO                   VALUE 'P'.
       77  WRK-SW-JA-PAGA              PIC X(01) VALUE 'N'.
           88  WRK-JA-PAGA                         VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).

      *    DIA DOS DESLIGAMENTOS A CALCULAR (CARTAO RESCDATA;
      *    SEM O CARTAO, A DATA DA EXECUCAO).
       01  WRK-DATA-REFERENCIA.
           05  WRK-ANO-REF              PIC 9(04).
           05  WRK-MES-REF              PIC 9(02).
           05  WRK-DIA-REF              PIC 9(02).
       01  WRK-DATA-REF-NUM REDEFINES WRK-DATA-REFERENCIA
                                        PIC 9(08).

      *    DATA DE DESLIGAMENTO EFETIVA DA MATRICULA CORRENTE: A
      *    DO CADASTRO OU, SE AINDA ZERADA, A DO PROPRIO EVENTO.
       01  WRK-DATA-RESCISAO.
           05  WRK-ANO-RESC             PIC 9(04).
           05  WRK-MES-RESC             PIC 9(02).
           05  WRK-DIA-RESC             PIC 9(02).
       01  WRK-DATA-RESC-NUM REDEFINES WRK-DATA-RESCISAO
                                        PIC 9(08).

      *    PERCENTUAIS: FGTS DO CARTAO FGTSPCT (O MESMO DO
      *    ENCARGOS) E MULTA RESCISORIA SOBRE O DEPOSITADO.
       77  WRK-PERC-FGTS                PIC 9(02)V99 VALUE 8,00.
       77  WRK-PERC-MULTA-FGTS          PIC 9(02)V99 VALUE 40,00.
      *    ADICIONAL DE HORA EXTRA DO SALDO DO BANCO DE HORAS
      *    (CARTAO HEXTPCT, O MESMO DO CALCLIQ).
       77  WRK-PERC-HORA-EXTRA          PIC 9(03)V99 VALUE 150,00.

      *    DESLIGAMENTOS DO DIA LIDOS DO EMPMAUD, JA SEM OS
      *    QUE TEM RESCISAO NO RESCAUD. A BASE DO FGTS E SOMADA
      *    NUMA UNICA PASSADA PELO PAYHIST (A PARTIR DA
      *    COMPETENCIA DE ADMISSAO, AAAAMM), E O SALDO DO BANCO
      *    DE HORAS NUMA UNICA PASSADA PELO BHMSTR.
       77  WRK-QTD-DESLIGADOS           PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-DESLIGADOS.
           05  WRK-DSL OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-DESLIGADOS
                   INDEXED BY WRK-IDX-DSL.
               10  WRK-DSL-MATRICULA     PIC 9(06).
               10  WRK-DSL-DATA          PIC 9(08).
               10  WRK-DSL-BRUTO-HIST    PIC 9(09)V99.
               10  WRK-DSL-HORAS-BANCO   PIC 9(05)V99.
               10  WRK-DSL-ADMISSAO      PIC 9(06).
       77  WRK-CMP-HISTORICO            PIC 9(06) VALUE ZEROS.

      *    DESLIGAMENTOS (MATRICULA E DATA) COM RESCISAO JA
      *    CALCULADA (RESCAUD).
       77  WRK-QTD-PAGAS                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PAGAS.
           05  WRK-PAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-PAGAS
                   INDEXED BY WRK-IDX-PAG.
               10  WRK-PAG-MATRICULA     PIC 9(06).
               10  WRK-PAG-DATA          PIC 9(08).
       77  WRK-SW-PAG-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-PAG-CHEIA                       VALUE 'S'.

      *    ORDENS RETIDAS EM DIAS ANTERIORES (RESCAUD 'R'); O
      *    REGISTRO 'L' DO MESMO DESLIGAMENTO MARCA A LIBERACAO.
       77  WRK-QTD-RETIDAS              PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-RETIDAS.
           05  WRK-RTD OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-RETIDAS
                   INDEXED BY WRK-IDX-RTD.
               10  WRK-RTD-MATRICULA     PIC 9(06).
               10  WRK-RTD-DATA          PIC 9(08).
               10  WRK-RTD-LIQUIDO       PIC 9(07)V99.
               10  WRK-RTD-SITUACAO      PIC X(01).
                   88  WRK-RTD-LIBERADA            VALUE 'L'.
       77  WRK-SW-RTD-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-RTD-CHEIA                       VALUE 'S'.

      *    DIREITO DE FERIAS APURADO PELO FERACUM (FERDIR).
       77  WRK-QTD-DIREITOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-DIREITOS.
           05  WRK-FDR OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-DIREITOS
                   INDEXED BY WRK-IDX-FDR.
               10  WRK-FDR-MATRICULA     PIC 9(06).
               10  WRK-FDR-DIREITO       PIC 9(04).
       77  WRK-SW-FDR-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-FDR-CHEIA                       VALUE 'S'.

      *    PERIODOS DA AGENDA DE FERIAS (FERSCHED).
       77  WRK-QTD-PERIODOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PERIODOS.
           05  WRK-AGD OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-PERIODOS
                   INDEXED BY WRK-IDX-AGD.
               10  WRK-AGD-MATRICULA     PIC 9(06).
               10  WRK-AGD-DATA-INICIO   PIC 9(08).
               10  WRK-AGD-DIAS          PIC 9(03).
               10  WRK-AGD-SITUACAO      PIC X(01).
       77  WRK-SW-AGD-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-AGD-CHEIA                       VALUE 'S'.

      *    SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS (EMPRMSTR).
       77  WRK-QTD-EMPRESTIMOS          PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EMPRESTIMOS.
           05  WRK-EMP OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-EMPRESTIMOS
                   INDEXED BY WRK-IDX-EMP.
               10  WRK-EMP-MATRICULA     PIC 9(06).
               10  WRK-EMP-SALDO         PIC 9(07)V99.
       77  WRK-SW-EMP-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-EMP-CHEIA                       VALUE 'S'.

      *    DECIMO TERCEIRO JA PAGO PELO DECTERC NO ANO DA
      *    REFERENCIA (GRATAUD). RODADA REPETIDA DO DECTERC NAO
      *    SOMA: VALE O ULTIMO REGISTRO DA MATRICULA.
       77  WRK-QTD-GRATIFICACOES        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-GRATIFICACOES.
           05  WRK-GRT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-GRATIFICACOES
                   INDEXED BY WRK-IDX-GRT.
               10  WRK-GRT-MATRICULA     PIC 9(06).
               10  WRK-GRT-VALOR         PIC 9(07)V99.
       77  WRK-SW-GRT-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-GRT-CHEIA                       VALUE 'S'.

      *    AFASTAMENTOS DE DOENCA/ACIDENTE DOS DESLIGADOS DO DIA,
      *    CARREGADOS UMA VEZ DO AFASMSTR (EM ORDEM DE MATRICULA,
      *    A ORDEM DA CHAVE). SEM O ARQUIVO, NINGUEM PERDE AVO
      *    NEM DIREITO DE FERIAS.
       77  WRK-QTD-AFASTAMENTOS         PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-AFAST.
           05  WRK-AFT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-AFASTAMENTOS
                   INDEXED BY WRK-IDX-AFT.
               10  WRK-AFT-MATRICULA     PIC 9(06).
               10  WRK-AFT-TIPO          PIC X(01).
               10  WRK-AFT-INICIO        PIC 9(08).
               10  WRK-AFT-RETORNO       PIC 9(08).
       77  WRK-SW-AFAST-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-AFAST-CHEIA                     VALUE 'S'.
       77  WRK-SW-FIM-AFAST-FUNC        PIC X(01) VALUE 'N'.
           88  WRK-FIM-AFAST-FUNC                  VALUE 'S'.
       77  WRK-SW-DESLIGADO-DIA         PIC X(01) VALUE 'N'.
           88  WRK-DESLIGADO-DIA                   VALUE 'S'.
       77  WRK-PRIMEIRO-AFT             PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AVO                  PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-INSS-MES            PIC 9(03) VALUE ZEROS.
       77  WRK-AVOS-PERDIDOS            PIC 9(02) VALUE ZEROS.
      *    DIAS DE DIREITO DE FERIAS PERDIDOS POR AFASTAMENTO
      *    LONGO (MESMA REGRA DO FERACUM).
       77  WRK-DIAS-PERDIDOS            PIC 9(04) VALUE ZEROS.

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
      *    SITUACAO DA ORDEM DA MATRICULA CORRENTE (RESCAUD).
       77  WRK-SITUACAO-ORDEM           PIC X(01) VALUE SPACES.

      *    APURACAO DA MATRICULA CORRENTE.
       77  WRK-ANOS-COMPLETOS           PIC S9(04) VALUE ZEROS.
       77  WRK-MESES-CASA               PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-FRACAO              PIC S9(03) VALUE ZEROS.
       77  WRK-ANOS-DIVISAO             PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-SALDO               PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AVISO               PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-DIREITO             PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-DIREITO-CALC        PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-GOZADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-FERIAS-VENC         PIC S9(05) VALUE ZEROS.
       77  WRK-AVOS-FERIAS              PIC 9(02) VALUE ZEROS.
       77  WRK-AVOS-DECIMO              PIC 9(02) VALUE ZEROS.

       77  WRK-VALOR-SALDO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-AVISO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-FERIAS-VENC        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-FERIAS-PROP        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-TERCO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-DECIMO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-DECIMO-PAGO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-HORAS-BANCO              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-HORAS-BANCO-EDT          PIC ZZ9,99.
       77  WRK-SALARIO-HORA             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-BANCO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-BRUTO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-EMPRESTIMO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-EMPRESTIMO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE-FGTS                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MULTA-FGTS               PIC 9(07)V99 VALUE ZEROS.

       77  WRK-QTD-RESCISOES            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-PAGAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ORDENS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-QUARENTENA           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LIBERADAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-AINDA-RETIDAS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RETIDAS-LOG          PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-MULTA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NUM-PAGINA               PIC 9(04) VALUE ZEROS.

      *    DATA EDITADA DD/MM/AAAA PARA O TERMO.
       01  WRK-DATA-EDICAO.
           05  WRK-EDC-ANO              PIC 9(04).
           05  WRK-EDC-MES              PIC 9(02).
           05  WRK-EDC-DIA              PIC 9(02).
       01  WRK-DATA-EDC-NUM REDEFINES WRK-DATA-EDICAO
                                        PIC 9(08).
       01  WRK-DATA-EDITADA.
           05  WRK-EDT-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-EDT-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-EDT-ANO              PIC 9(04).

       01  WRK-CABECALHO-1.
           05  FILLER                   PIC X(18) VALUE SPACES.
           05  FILLER                   PIC X(33)
               VALUE 'TERMO DE RESCISAO - VERBAS'.
           05  FILLER                   PIC X(07) VALUE 'PAGINA '.
           05  WRK-CAB-PAGINA           PIC ZZZ9.

       01  WRK-LINHA-IDENT.
           05  FILLER                   PIC X(11) VALUE 'MATRICULA: '.
           05  WRK-IDT-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(08) VALUE '  NOME: '.
           05  WRK-IDT-NOME             PIC X(20).
           05  FILLER                   PIC X(09) VALUE '  DEPTO: '.
           05  WRK-IDT-DEPARTAMENTO     PIC X(10).

       01  WRK-LINHA-DATAS.
           05  FILLER                   PIC X(10) VALUE 'ADMISSAO: '.
           05  WRK-DTS-ADMISSAO         PIC X(10).
           05  FILLER                   PIC X(16)
               VALUE '  DESLIGAMENTO: '.
           05  WRK-DTS-DESLIGAMENTO     PIC X(10).
           05  FILLER                   PIC X(10) VALUE '  SALARIO '.
           05  WRK-DTS-SALARIO          PIC ZZZZZZ9,99.

       01  WRK-LINHA-VERBA.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-VRB-DESCRICAO        PIC X(40).
           05  WRK-VRB-QTD              PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-VRB-UNIDADE          PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-VRB-VALOR            PIC ZZZZZZZZ9,99.

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-RETIDA.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(27)
               VALUE 'ORDEM DE PAGAMENTO RETIDA: '.
           05  FILLER                   PIC X(35)
               VALUE 'TROCA DE CONTA PENDENTE NO CONTAHIS'.

       01  WRK-LINHA-LIBERADA.
           05  FILLER                   PIC X(17)
               VALUE 'ORDEM LIBERADA - '.
           05  FILLER                   PIC X(11) VALUE 'MATRICULA: '.
           05  WRK-LIB-MATRICULA        PIC ZZZZZ9.
           05  FILLER                   PIC X(08) VALUE '  DESL: '.
           05  WRK-LIB-DESLIGAMENTO     PIC X(10).
           05  FILLER                   PIC X(11) VALUE '  LIQUIDO '.
           05  WRK-LIB-VALOR            PIC ZZZZZZ9,99.

       01  WRK-LINHA-TOTAL.
           05  FILLER                   PIC X(20)
               VALUE 'TOTAL LIQUIDO.....'.
           05  WRK-TOT-LIQUIDO          PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(14) VALUE '  MULTA FGTS '.
           05  WRK-TOT-MULTA            PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(08) VALUE '  FUNC: '.
           05  WRK-TOT-RESCISOES        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-CARTOES
               THRU 0110-CARREGAR-CARTOES-EXIT.
           PERFORM 0120-CARREGAR-PAGAS
               THRU 0120-CARREGAR-PAGAS-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0130-SELECIONAR-DESLIGADOS
                   THRU 0130-SELECIONAR-DESLIGADOS-EXIT
               PERFORM 0150-CARREGAR-DIREITOS
                   THRU 0150-CARREGAR-DIREITOS-EXIT
               PERFORM 0155-CARREGAR-AGENDA
                   THRU 0155-CARREGAR-AGENDA-EXIT
               PERFORM 0160-CARREGAR-EMPRESTIMOS
                   THRU 0160-CARREGAR-EMPRESTIMOS-EXIT
               PERFORM 0165-CARREGAR-GRATIFICACOES
                   THRU 0165-CARREGAR-GRATIFICACOES-EXIT
               PERFORM 0170-SOMAR-HISTORICO
                   THRU 0170-SOMAR-HISTORICO-EXIT
               PERFORM 0175-SOMAR-BANCO-HORAS
                   THRU 0175-SOMAR-BANCO-HORAS-EXIT
               PERFORM 0176-CARREGAR-AFASTAMENTOS
                   THRU 0176-CARREGAR-AFASTAMENTOS-EXIT
               PERFORM 0180-CARREGAR-PENDENTES
                   THRU 0180-CARREGAR-PENDENTES-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   VARYING WRK-IDX-DSL FROM 1 BY 1
                   UNTIL WRK-IDX-DSL > WRK-QTD-DESLIGADOS
               PERFORM 0250-LIBERAR-RETIDA
                   THRU 0250-LIBERAR-RETIDA-EXIT
                   VARYING WRK-IDX-RTD FROM 1 BY 1
                   UNTIL WRK-IDX-RTD > WRK-QTD-RETIDAS
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE A TRILHA DO EMPMNT E O CADASTRO (OBRIGATORIOS), *
      * A AUDITORIA EM EXTENSAO E AS SAIDAS DO DIA.          *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT MOVAUD-ARQ.
           IF WRK-FS-MAU NOT = '00'
               MOVE WRK-FS-MAU TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'RESCISAO: ERRO AO ABRIR EMPMAUD - STATUS '
                   WRK-FS-MAU ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'RESCISAO: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVAUD-ARQ
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN EXTEND RESCAUD-ARQ.
           IF WRK-FS-RAU NOT = '00'
               CLOSE RESCAUD-ARQ
               OPEN OUTPUT RESCAUD-ARQ
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WRK-FS-REL NOT = '00'
               MOVE WRK-FS-REL TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'RESCISAO: ERRO AO CRIAR RESCREG - STATUS '
                   WRK-FS-REL ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVAUD-ARQ
               CLOSE FUNCIONARIO-ARQ
               CLOSE RESCAUD-ARQ
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT REMESSA-ARQ.
           IF WRK-FS-REM NOT = '00'
               MOVE WRK-FS-REM TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'RESCISAO: ERRO AO CRIAR RESCREM - STATUS '
                   WRK-FS-REM ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVAUD-ARQ
               CLOSE FUNCIONARIO-ARQ
               CLOSE RESCAUD-ARQ
               CLOSE RELATORIO-ARQ
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARTOES OPCIONAIS: DIA DOS DESLIGAMENTOS (RESCDATA), *
      * PERCENTUAL DO FGTS (FGTSPCT, PADRAO 8,00) E          *
      * CONVENCAO DECIMAL DO TERMO (DECPONTO, V OU P) E      *
      * ADICIONAL DE HORA EXTRA (HEXTPCT, PADRAO 150,00).    *
      *----------------------------------------------------*
       0110-CARREGAR-CARTOES.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-REF-NUM.
           OPEN INPUT RESCDATA-ARQ.
           IF WRK-FS-RDT = '00'
               READ RESCDATA-ARQ
                   NOT AT END MOVE WRK-REG-RESCDATA
                       TO WRK-DATA-REF-NUM
               END-READ
               CLOSE RESCDATA-ARQ
           END-IF.
           OPEN INPUT FGTSPCT-ARQ.
           IF WRK-FS-FGT = '00'
               READ FGTSPCT-ARQ
                   NOT AT END MOVE WRK-REG-FGTSPCT TO WRK-PERC-FGTS
               END-READ
               CLOSE FGTSPCT-ARQ
           END-IF.
           MOVE 'V' TO WRK-SW-DECIMAL.
           OPEN INPUT DECPONTO-ARQ.
           IF WRK-FS-DEC = '00'
               READ DECPONTO-ARQ
                   NOT AT END MOVE WRK-REG-DECPONTO TO WRK-SW-DECIMAL
               END-READ
               CLOSE DECPONTO-ARQ
           END-IF.
           OPEN INPUT HEXTPCT-ARQ.
           IF WRK-FS-HXP = '00'
               READ HEXTPCT-ARQ
                   NOT AT END MOVE WRK-REG-HEXTPCT
                       TO WRK-PERC-HORA-EXTRA
               END-READ
               CLOSE HEXTPCT-ARQ
           END-IF.
       0110-CARREGAR-CARTOES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS DESLIGAMENTOS COM RESCISAO JA CALCULADA   *
      * EM EXECUCOES ANTERIORES (RESCAUD) E AS ORDENS QUE    *
      * FICARAM RETIDAS E AINDA NAO FORAM LIBERADAS. SEM O   *
      * ARQUIVO (PRIMEIRA EXECUCAO), AS TABELAS FICAM        *
      * VAZIAS.                                              *
      *----------------------------------------------------*
       0120-CARREGAR-PAGAS.
           OPEN INPUT RESCAUD-ARQ.
           IF WRK-FS-RAU NOT = '00'
               GO TO 0120-CARREGAR-PAGAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-RAU = '10'
               READ RESCAUD-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-RAU
                   NOT AT END
                       PERFORM 0125-GUARDAR-PAGA
                           THRU 0125-GUARDAR-PAGA-EXIT
               END-READ
           END-PERFORM.
           CLOSE RESCAUD-ARQ.
       0120-CARREGAR-PAGAS-EXIT.
           EXIT.

       0125-GUARDAR-PAGA.
           IF RAU-ORDEM-LIBERADA
               PERFORM 0127-BAIXAR-RETIDA THRU 0127-BAIXAR-RETIDA-EXIT
               GO TO 0125-GUARDAR-PAGA-EXIT
           END-IF.
           IF WRK-QTD-PAGAS >= 5000
               IF NOT WRK-PAG-CHEIA
                   SET WRK-PAG-CHEIA TO TRUE
                   DISPLAY 'RESCISAO: RESCAUD COM MAIS DE 5000 '
                       'RESCISOES - EXCEDENTES SEM CONFERENCIA DE '
                       'REPETICAO'
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-PAGAS
               SET WRK-IDX-PAG TO WRK-QTD-PAGAS
               MOVE RAU-MATRICULA TO WRK-PAG-MATRICULA(WRK-IDX-PAG)
               MOVE RAU-DATA-DESLIGAMENTO
                   TO WRK-PAG-DATA(WRK-IDX-PAG)
           END-IF.
           IF RAU-ORDEM-RETIDA
               PERFORM 0126-GUARDAR-RETIDA
                   THRU 0126-GUARDAR-RETIDA-EXIT
           END-IF.
       0125-GUARDAR-PAGA-EXIT.
           EXIT.

       0126-GUARDAR-RETIDA.
           IF WRK-QTD-RETIDAS >= 2000
               IF NOT WRK-RTD-CHEIA
                   SET WRK-RTD-CHEIA TO TRUE
                   DISPLAY 'RESCISAO: RESCAUD COM MAIS DE 2000 '
                       'ORDENS RETIDAS - EXCEDENTES SEM LIBERACAO '
                       'AUTOMATICA'
               END-IF
               GO TO 0126-GUARDAR-RETIDA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-RETIDAS.
           SET WRK-IDX-RTD TO WRK-QTD-RETIDAS.
           MOVE RAU-MATRICULA TO WRK-RTD-MATRICULA(WRK-IDX-RTD).
           MOVE RAU-DATA-DESLIGAMENTO TO WRK-RTD-DATA(WRK-IDX-RTD).
           MOVE RAU-VALOR-LIQUIDO TO WRK-RTD-LIQUIDO(WRK-IDX-RTD).
           MOVE RAU-SITUACAO-ORDEM TO WRK-RTD-SITUACAO(WRK-IDX-RTD).
       0126-GUARDAR-RETIDA-EXIT.
           EXIT.

       0127-BAIXAR-RETIDA.
           IF WRK-QTD-RETIDAS = ZEROS
               GO TO 0127-BAIXAR-RETIDA-EXIT
           END-IF.
           SET WRK-IDX-RTD TO 1.
           SEARCH WRK-RTD
               AT END
                   CONTINUE
               WHEN WRK-RTD-MATRICULA(WRK-IDX-RTD) = RAU-MATRICULA
                   AND WRK-RTD-DATA(WRK-IDX-RTD)
                       = RAU-DATA-DESLIGAMENTO
                   AND NOT WRK-RTD-LIBERADA(WRK-IDX-RTD)
                   SET WRK-RTD-LIBERADA(WRK-IDX-RTD) TO TRUE
           END-SEARCH.
       0127-BAIXAR-RETIDA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VARRE O EMPMAUD: DESLIGAMENTO ('D') DO DIA DE        *
      * REFERENCIA ENTRA NA TABELA, SALVO SE A RESCISAO DA   *
      * MATRICULA NESSA DATA JA FOI CALCULADA (RESCAUD). A   *
      * ADMISSAO DO CADASTRO LIMITA A BASE DO FGTS.          *
      *----------------------------------------------------*
       0130-SELECIONAR-DESLIGADOS.
           PERFORM UNTIL WRK-FS-MAU = '10'
               READ MOVAUD-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-MAU
                   NOT AT END
                       IF MAU-TIPO = 'D'
                           AND MAU-DATA-PROCESSO = WRK-DATA-REF-NUM
                           PERFORM 0135-INCLUIR-DESLIGADO
                               THRU 0135-INCLUIR-DESLIGADO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVAUD-ARQ.
       0130-SELECIONAR-DESLIGADOS-EXIT.
           EXIT.

       0135-INCLUIR-DESLIGADO.
           SET WRK-SW-JA-PAGA TO 'N'.
           IF WRK-QTD-PAGAS > ZEROS
               SET WRK-IDX-PAG TO 1
               SEARCH WRK-PAG
                   AT END
                       CONTINUE
                   WHEN WRK-PAG-MATRICULA(WRK-IDX-PAG) = MAU-MATRICULA
                       AND WRK-PAG-DATA(WRK-IDX-PAG)
                           = MAU-DATA-PROCESSO
                       SET WRK-JA-PAGA TO TRUE
               END-SEARCH
           END-IF.
           IF WRK-JA-PAGA
               ADD 1 TO WRK-QTD-JA-PAGAS
               DISPLAY 'RESCISAO: MATRICULA ' MAU-MATRICULA
                   ' COM RESCISAO JA CALCULADA (RESCAUD) - IGNORADA'
               GO TO 0135-INCLUIR-DESLIGADO-EXIT
           END-IF.
           IF WRK-QTD-DESLIGADOS >= 500
               DISPLAY 'RESCISAO: MAIS DE 500 DESLIGAMENTOS NO DIA - '
                   'MATRICULA ' MAU-MATRICULA ' FICA PARA NOVA RODADA'
               GO TO 0135-INCLUIR-DESLIGADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DESLIGADOS.
           SET WRK-IDX-DSL TO WRK-QTD-DESLIGADOS.
           MOVE MAU-MATRICULA TO WRK-DSL-MATRICULA(WRK-IDX-DSL).
           MOVE MAU-DATA-PROCESSO TO WRK-DSL-DATA(WRK-IDX-DSL).
           MOVE ZEROS TO WRK-DSL-BRUTO-HIST(WRK-IDX-DSL).
           MOVE ZEROS TO WRK-DSL-HORAS-BANCO(WRK-IDX-DSL).
           MOVE ZEROS TO WRK-DSL-ADMISSAO(WRK-IDX-DSL).
           MOVE MAU-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-DSL-ADMISSAO(WRK-IDX-DSL) =
                       WRK-ANO-ENTRADA * 100 + WRK-MES-ENTRADA
           END-READ.
      *    O MESMO EVENTO DUAS VEZES NA TRILHA NAO PAGA DUAS
      *    VEZES: O DESLIGAMENTO PASSA A CONSTAR COMO JA PAGO.
           IF WRK-QTD-PAGAS < 5000
               ADD 1 TO WRK-QTD-PAGAS
               SET WRK-IDX-PAG TO WRK-QTD-PAGAS
               MOVE MAU-MATRICULA TO WRK-PAG-MATRICULA(WRK-IDX-PAG)
               MOVE MAU-DATA-PROCESSO TO WRK-PAG-DATA(WRK-IDX-PAG)
           END-IF.
       0135-INCLUIR-DESLIGADO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O DIREITO DE FERIAS DO FERDIR. SEM O         *
      * ARQUIVO, O DIREITO E CALCULADO PELOS ANOS DE CASA    *
      * COM A PERDA POR AFASTAMENTO LONGO DO FERACUM.        *
      *----------------------------------------------------*
       0150-CARREGAR-DIREITOS.
           OPEN INPUT DIREITO-ARQ.
           IF WRK-FS-DIR NOT = '00'
               DISPLAY 'RESCISAO: FERDIR INDISPONIVEL - DIREITO DE '
                   'FERIAS PELOS ANOS DE CASA'
               GO TO 0150-CARREGAR-DIREITOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-DIR = '10'
               READ DIREITO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-DIR
                   NOT AT END
                       IF WRK-QTD-DIREITOS >= 2000
                           IF NOT WRK-FDR-CHEIA
                               SET WRK-FDR-CHEIA TO TRUE
                               DISPLAY 'RESCISAO: FERDIR COM MAIS DE '
                                   '2000 MATRICULAS - EXCEDENTES '
                                   'PELOS ANOS DE CASA'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-DIREITOS
                           SET WRK-IDX-FDR TO WRK-QTD-DIREITOS
                           MOVE DIR-MATRICULA
                               TO WRK-FDR-MATRICULA(WRK-IDX-FDR)
                           MOVE DIR-DIAS-DIREITO
                               TO WRK-FDR-DIREITO(WRK-IDX-FDR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIREITO-ARQ.
       0150-CARREGAR-DIREITOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS PERIODOS DA AGENDA DE FERIAS (FERSCHED).  *
      * SEM O ARQUIVO, NINGUEM TEM DIAS GOZADOS.             *
      *----------------------------------------------------*
       0155-CARREGAR-AGENDA.
           OPEN INPUT AGENDA-ARQ.
           IF WRK-FS-SCH NOT = '00'
               GO TO 0155-CARREGAR-AGENDA-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-SCH = '10'
               READ AGENDA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-SCH
                   NOT AT END
                       IF WRK-QTD-PERIODOS >= 5000
                           IF NOT WRK-AGD-CHEIA
                               SET WRK-AGD-CHEIA TO TRUE
                               DISPLAY 'RESCISAO: FERSCHED COM MAIS '
                                   'DE 5000 PERIODOS - EXCEDENTES '
                                   'FORA DOS DIAS GOZADOS'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-PERIODOS
                           SET WRK-IDX-AGD TO WRK-QTD-PERIODOS
                           MOVE WRK-SCH-MATRICULA
                               TO WRK-AGD-MATRICULA(WRK-IDX-AGD)
                           MOVE WRK-SCH-DATA-INICIO
                               TO WRK-AGD-DATA-INICIO(WRK-IDX-AGD)
                           MOVE WRK-SCH-QTD-DIAS
                               TO WRK-AGD-DIAS(WRK-IDX-AGD)
                           MOVE WRK-SCH-SITUACAO
                               TO WRK-AGD-SITUACAO(WRK-IDX-AGD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA-ARQ.
       0155-CARREGAR-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O SALDO DEVEDOR DOS EMPRESTIMOS (EMPRMSTR).  *
      * SEM O ARQUIVO, NENHUM DESCONTO DE EMPRESTIMO.        *
      *----------------------------------------------------*
       0160-CARREGAR-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMO-ARQ.
           IF WRK-FS-EMP NOT = '00'
               GO TO 0160-CARREGAR-EMPRESTIMOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-EMP = '10'
               READ EMPRESTIMO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-EMP
                   NOT AT END
                       IF WRK-QTD-EMPRESTIMOS >= 2000
                           IF NOT WRK-EMP-CHEIA
                               SET WRK-EMP-CHEIA TO TRUE
                               DISPLAY 'RESCISAO: EMPRMSTR COM MAIS '
                                   'DE 2000 CONTRATOS - EXCEDENTES '
                                   'SEM DESCONTO NA RESCISAO'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-EMPRESTIMOS
                           SET WRK-IDX-EMP TO WRK-QTD-EMPRESTIMOS
                           MOVE WRK-EPR-MATRICULA
                               TO WRK-EMP-MATRICULA(WRK-IDX-EMP)
                           MOVE WRK-EPR-SALDO-DEVEDOR
                               TO WRK-EMP-SALDO(WRK-IDX-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPRESTIMO-ARQ.
       0160-CARREGAR-EMPRESTIMOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O DECIMO TERCEIRO JA PAGO PELO DECTERC NO    *
      * ANO DA REFERENCIA (GRATAUD).                         *
      *----------------------------------------------------*
       0165-CARREGAR-GRATIFICACOES.
           OPEN INPUT GRATAUD-ARQ.
           IF WRK-FS-GAUD NOT = '00'
               GO TO 0165-CARREGAR-GRATIFICACOES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-GAUD = '10'
               READ GRATAUD-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-GAUD
                   NOT AT END
                       IF GAU-ANO = WRK-ANO-REF
                           PERFORM 0166-GUARDAR-GRATIFICACAO
                               THRU 0166-GUARDAR-GRATIFICACAO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRATAUD-ARQ.
       0165-CARREGAR-GRATIFICACOES-EXIT.
           EXIT.

       0166-GUARDAR-GRATIFICACAO.
           IF WRK-QTD-GRATIFICACOES > ZEROS
               SET WRK-IDX-GRT TO 1
               SEARCH WRK-GRT
                   AT END
                       CONTINUE
                   WHEN WRK-GRT-MATRICULA(WRK-IDX-GRT) = GAU-MATRICULA
                       MOVE GAU-VALOR TO WRK-GRT-VALOR(WRK-IDX-GRT)
                       GO TO 0166-GUARDAR-GRATIFICACAO-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-GRATIFICACOES >= 2000
               IF NOT WRK-GRT-CHEIA
                   SET WRK-GRT-CHEIA TO TRUE
                   DISPLAY 'RESCISAO: GRATAUD COM MAIS DE 2000 '
                       'MATRICULAS NO ANO - EXCEDENTES SEM ABATIMENTO'
               END-IF
               GO TO 0166-GUARDAR-GRATIFICACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-GRATIFICACOES.
           SET WRK-IDX-GRT TO WRK-QTD-GRATIFICACOES.
           MOVE GAU-MATRICULA TO WRK-GRT-MATRICULA(WRK-IDX-GRT).
           MOVE GAU-VALOR TO WRK-GRT-VALOR(WRK-IDX-GRT).
       0166-GUARDAR-GRATIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA PASSADA PELO PAYHIST SOMANDO O BRUTO DAS         *
      * COMPETENCIAS DE CADA DESLIGADO DO DIA DESDE A        *
      * ADMISSAO DO CONTRATO ATUAL - E A BASE SOBRE A QUAL   *
      * O ENCARGOS RECOLHEU O FGTS MES A MES. COMPETENCIA DE *
      * CONTRATO ANTERIOR (READMITIDO) JA TEVE A SUA MULTA.  *
      *----------------------------------------------------*
       0170-SOMAR-HISTORICO.
           IF WRK-QTD-DESLIGADOS = ZEROS
               GO TO 0170-SOMAR-HISTORICO-EXIT
           END-IF.
           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HIST NOT = '00'
               DISPLAY 'RESCISAO: PAYHIST INDISPONIVEL - MULTA DO '
                   'FGTS SO SOBRE AS VERBAS DA RESCISAO'
               GO TO 0170-SOMAR-HISTORICO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HIST = '10'
               READ HISTORICO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-HIST
                   NOT AT END
                       COMPUTE WRK-CMP-HISTORICO =
                           WRK-PH-ANO * 100 + WRK-PH-MES
                       SET WRK-IDX-DSL TO 1
                       SEARCH WRK-DSL
                           AT END
                               CONTINUE
                           WHEN WRK-DSL-MATRICULA(WRK-IDX-DSL)
                                   = WRK-PH-MATRICULA
                               IF WRK-CMP-HISTORICO >=
                                   WRK-DSL-ADMISSAO(WRK-IDX-DSL)
                                   ADD WRK-PH-SALARIO-BRUTO TO
                                       WRK-DSL-BRUTO-HIST(WRK-IDX-DSL)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
       0170-SOMAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * UMA PASSADA PELO BANCO DE HORAS (BHMSTR) SOMANDO O   *
      * SALDO DOS LOTES DE CREDITO EM ABERTO DE CADA         *
      * DESLIGADO DO DIA. SEM O ARQUIVO, NADA A PAGAR.       *
      *----------------------------------------------------*
       0175-SOMAR-BANCO-HORAS.
           IF WRK-QTD-DESLIGADOS = ZEROS
               GO TO 0175-SOMAR-BANCO-HORAS-EXIT
           END-IF.
           OPEN INPUT BANCO-ARQ.
           IF WRK-FS-BHM NOT = '00'
               GO TO 0175-SOMAR-BANCO-HORAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-BHM = '10'
               READ BANCO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-BHM
                   NOT AT END
                       IF WRK-BH-CREDITO
                           AND WRK-BH-SALDO-LOTE > ZEROS
                           SET WRK-IDX-DSL TO 1
                           SEARCH WRK-DSL
                               AT END
                                   CONTINUE
                               WHEN WRK-DSL-MATRICULA(WRK-IDX-DSL)
                                       = WRK-BH-MATRICULA
                                   ADD WRK-BH-SALDO-LOTE TO
                                       WRK-DSL-HORAS-BANCO(WRK-IDX-DSL)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANCO-ARQ.
       0175-SOMAR-BANCO-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS AFASTAMENTOS DE DOENCA/ACIDENTE DOS       *
      * DESLIGADOS DO DIA, PARA OS AVOS DO DECIMO E A PERDA  *
      * DO DIREITO DE FERIAS (MATERNIDADE NAO TIRA NENHUM    *
      * DOS DOIS E NEM ENTRA NA TABELA).                     *
      *----------------------------------------------------*
       0176-CARREGAR-AFASTAMENTOS.
           IF WRK-QTD-DESLIGADOS = ZEROS
               GO TO 0176-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           OPEN INPUT AFASTAMENTO-ARQ.
           IF WRK-FS-AFA NOT = '00'
               GO TO 0176-CARREGAR-AFASTAMENTOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-AFA = '10'
               READ AFASTAMENTO-ARQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-AFA
                   NOT AT END
                       PERFORM 0177-GUARDAR-AFASTAMENTO
                           THRU 0177-GUARDAR-AFASTAMENTO-EXIT
               END-READ
           END-PERFORM.
           CLOSE AFASTAMENTO-ARQ.
       0176-CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       0177-GUARDAR-AFASTAMENTO.
           IF NOT WRK-AFA-DOENCA AND NOT WRK-AFA-ACIDENTE
               GO TO 0177-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           SET WRK-SW-DESLIGADO-DIA TO 'N'.
           SET WRK-IDX-DSL TO 1.
           SEARCH WRK-DSL
               AT END
                   CONTINUE
               WHEN WRK-DSL-MATRICULA(WRK-IDX-DSL) = WRK-AFA-MATRICULA
                   SET WRK-DESLIGADO-DIA TO TRUE
           END-SEARCH.
           IF NOT WRK-DESLIGADO-DIA
               GO TO 0177-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           IF WRK-QTD-AFASTAMENTOS >= 2000
               IF NOT WRK-AFAST-CHEIA
                   SET WRK-AFAST-CHEIA TO TRUE
                   DISPLAY 'RESCISAO: MAIS DE 2000 AFASTAMENTOS DOS '
                       'DESLIGADOS - EXCEDENTES NAO TIRAM AVOS'
               END-IF
               GO TO 0177-GUARDAR-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           SET WRK-IDX-AFT TO WRK-QTD-AFASTAMENTOS.
           MOVE WRK-AFA-MATRICULA TO WRK-AFT-MATRICULA(WRK-IDX-AFT).
           MOVE WRK-AFA-TIPO TO WRK-AFT-TIPO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-INICIO TO WRK-AFT-INICIO(WRK-IDX-AFT).
           MOVE WRK-AFA-DATA-RETORNO TO WRK-AFT-RETORNO(WRK-IDX-AFT).
       0177-GUARDAR-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA AS TROCAS DE CONTA PENDENTES DO HISTORICO    *
      * (CONTAHIS). SEM O ARQUIVO, NINGUEM E RETIDO.         *
      *----------------------------------------------------*
       0180-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           OPEN INPUT CONTAHIS-ARQ.
           IF WRK-FS-TRC NOT = '00'
               GO TO 0180-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TRC = '10'
               READ CONTAHIS-ARQ
                   AT END MOVE '10' TO WRK-FS-TRC
                   NOT AT END
                       IF WRK-TRC-PENDENTE
                           IF WRK-QTD-PENDENTES >= 2000
                               DISPLAY 'RESCISAO: CONTAHIS COM MAIS '
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
       0180-CARREGAR-PENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VERIFICA SE A CONTA DO CADASTRO DA MATRICULA       *
      * CORRENTE E A CONTA NOVA DE UMA TROCA AINDA PENDENTE. *
      *----------------------------------------------------*
       0185-VERIFICAR-QUARENTENA.
           SET WRK-SW-EM-QUARENTENA TO 'N'.
           IF WRK-QTD-PENDENTES = ZEROS
               GO TO 0185-VERIFICAR-QUARENTENA-EXIT
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
       0185-VERIFICAR-QUARENTENA-EXIT.
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
      * UM DESLIGADO DO DIA: CONFERE O CADASTRO, APURA AS    *
      * VERBAS, IMPRIME O TERMO, GRAVA A ORDEM DE PAGAMENTO  *
      * E, JA COM A SITUACAO DA ORDEM, A AUDITORIA.          *
      *----------------------------------------------------*
       0200-PROCESSAR.
           MOVE WRK-DSL-MATRICULA(WRK-IDX-DSL) TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY 'RESCISAO: MATRICULA '
                       WRK-DSL-MATRICULA(WRK-IDX-DSL)
                       ' DESLIGADA MAS FORA DO CADASTRO - SEM CALCULO'
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           IF WRK-FUNC-ATIVO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' REATIVADA APOS O DESLIGAMENTO - SEM CALCULO'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           IF WRK-DATA-DESLIGAMENTO = ZEROS
               MOVE WRK-DSL-DATA(WRK-IDX-DSL) TO WRK-DATA-RESC-NUM
           ELSE
               MOVE WRK-DATA-DESLIGAMENTO TO WRK-DATA-RESCISAO
           END-IF.
      *    READMITIDO E DESLIGADO DE NOVO DEPOIS DESTE EVENTO: A
      *    RESCISAO E A DO DESLIGAMENTO QUE ESTA NO CADASTRO.
           IF WRK-DATA-RESC-NUM NOT = WRK-DSL-DATA(WRK-IDX-DSL)
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' COM OUTRO DESLIGAMENTO NO CADASTRO ('
                   WRK-DATA-RESC-NUM ') - SEM CALCULO'
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           PERFORM 0300-APURAR-TEMPO THRU 0300-APURAR-TEMPO-EXIT.
           PERFORM 0310-SALDO-SALARIO THRU 0310-SALDO-SALARIO-EXIT.
           PERFORM 0320-AVISO-PREVIO THRU 0320-AVISO-PREVIO-EXIT.
           PERFORM 0330-FERIAS THRU 0330-FERIAS-EXIT.
           PERFORM 0340-DECIMO-TERCEIRO
               THRU 0340-DECIMO-TERCEIRO-EXIT.
           PERFORM 0345-BANCO-HORAS THRU 0345-BANCO-HORAS-EXIT.
           COMPUTE WRK-VALOR-BRUTO =
               WRK-VALOR-SALDO + WRK-VALOR-AVISO
               + WRK-VALOR-FERIAS-VENC + WRK-VALOR-FERIAS-PROP
               + WRK-VALOR-TERCO + WRK-VALOR-DECIMO
               - WRK-DESC-DECIMO-PAGO + WRK-VALOR-BANCO.
           PERFORM 0350-EMPRESTIMO THRU 0350-EMPRESTIMO-EXIT.
           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-VALOR-BRUTO - WRK-DESC-EMPRESTIMO.
           PERFORM 0360-MULTA-FGTS THRU 0360-MULTA-FGTS-EXIT.

           PERFORM 0500-IMPRIMIR-TERMO THRU 0500-IMPRIMIR-TERMO-EXIT.
           PERFORM 0600-GRAVAR-ORDEM THRU 0600-GRAVAR-ORDEM-EXIT.
           PERFORM 0400-GRAVAR-AUDITORIA
               THRU 0400-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-RESCISOES.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD WRK-MULTA-FGTS TO WRK-TOTAL-MULTA.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ORDEM RETIDA EM DIA ANTERIOR: SE A CONTA DO CADASTRO *
      * NAO E MAIS A CONTA NOVA DE UMA TROCA PENDENTE (O RH  *
      * CONFIRMOU A TROCA), A ORDEM DO LIQUIDO DA RESCISAO   *
      * SAI NO RESCREM DO DIA, COM LINHA NO TERMO E REGISTRO *
      * 'L' NO RESCAUD. SENAO, CONTINUA RETIDA.              *
      *----------------------------------------------------*
       0250-LIBERAR-RETIDA.
           IF WRK-RTD-LIBERADA(WRK-IDX-RTD)
               GO TO 0250-LIBERAR-RETIDA-EXIT
           END-IF.
           MOVE WRK-RTD-MATRICULA(WRK-IDX-RTD) TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   ADD 1 TO WRK-QTD-AINDA-RETIDAS
                   DISPLAY 'RESCISAO: ORDEM RETIDA DA MATRICULA '
                       WRK-RTD-MATRICULA(WRK-IDX-RTD)
                       ' FORA DO CADASTRO - CONTINUA RETIDA'
                   GO TO 0250-LIBERAR-RETIDA-EXIT
           END-READ.
           IF WRK-BANCO = ZEROS
               ADD 1 TO WRK-QTD-AINDA-RETIDAS
               DISPLAY 'RESCISAO: ORDEM RETIDA DA MATRICULA '
                   WRK-MATRICULA ' SEM CONTA NO CADASTRO - '
                   'CONTINUA RETIDA'
               GO TO 0250-LIBERAR-RETIDA-EXIT
           END-IF.
           PERFORM 0185-VERIFICAR-QUARENTENA
               THRU 0185-VERIFICAR-QUARENTENA-EXIT.
           IF WRK-EM-QUARENTENA
               ADD 1 TO WRK-QTD-AINDA-RETIDAS
               DISPLAY 'RESCISAO: ORDEM RETIDA DA MATRICULA '
                   WRK-MATRICULA ' AINDA COM TROCA DE CONTA '
                   'PENDENTE'
               GO TO 0250-LIBERAR-RETIDA-EXIT
           END-IF.
           MOVE WRK-MATRICULA         TO REM-MATRICULA.
           MOVE WRK-NOME              TO REM-NOME.
           MOVE WRK-BANCO             TO REM-BANCO.
           MOVE WRK-AGENCIA           TO REM-AGENCIA.
           MOVE WRK-CONTA-CORRENTE    TO REM-CONTA-CORRENTE.
           MOVE WRK-CONTA-DV          TO REM-CONTA-DV.
           MOVE WRK-RTD-LIQUIDO(WRK-IDX-RTD) TO REM-VALOR.
           MOVE WRK-DATA-SISTEMA      TO REM-DATA-GERACAO.
           WRITE WRK-REG-REMESSA.
           ADD 1 TO WRK-QTD-ORDENS.
           ADD 1 TO WRK-QTD-LIBERADAS.

           INITIALIZE WRK-REG-RESCAUD.
           MOVE WRK-MATRICULA         TO RAU-MATRICULA.
           MOVE WRK-NOME              TO RAU-NOME.
           MOVE WRK-DEPARTAMENTO      TO RAU-DEPARTAMENTO.
           MOVE WRK-DATA-ADMISSAO     TO RAU-DATA-ADMISSAO.
           MOVE WRK-RTD-DATA(WRK-IDX-RTD) TO RAU-DATA-DESLIGAMENTO.
           MOVE WRK-RTD-LIQUIDO(WRK-IDX-RTD) TO RAU-VALOR-LIQUIDO.
           MOVE WRK-DATA-SISTEMA      TO RAU-DATA-PROCESSO.
           SET RAU-ORDEM-LIBERADA TO TRUE.
           WRITE WRK-REG-RESCAUD.
           SET WRK-RTD-LIBERADA(WRK-IDX-RTD) TO TRUE.

           MOVE WRK-MATRICULA TO WRK-LIB-MATRICULA.
           MOVE WRK-RTD-DATA(WRK-IDX-RTD) TO WRK-DATA-EDC-NUM.
           PERFORM 0590-EDITAR-DATA THRU 0590-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LIB-DESLIGAMENTO.
           MOVE WRK-RTD-LIQUIDO(WRK-IDX-RTD) TO WRK-LIB-VALOR.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-LIB-VALOR REPLACING ALL ',' BY '.'
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LIBERADA.
           DISPLAY 'RESCISAO: ORDEM RETIDA DA MATRICULA '
               WRK-MATRICULA ' LIBERADA NO RESCREM'.
       0250-LIBERAR-RETIDA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TEMPO DE CASA ATE O DESLIGAMENTO: ANOS COMPLETOS     *
      * (MESMA REGRA DE ANIVERSARIO DO FERACUM) E MESES      *
      * COMPLETOS, COM A FRACAO DE DIAS DO ULTIMO MES.       *
      *----------------------------------------------------*
       0300-APURAR-TEMPO.
           COMPUTE WRK-ANOS-COMPLETOS =
               WRK-ANO-RESC - WRK-ANO-ENTRADA.
           IF WRK-MES-RESC < WRK-MES-ENTRADA
               OR (WRK-MES-RESC = WRK-MES-ENTRADA
                   AND WRK-DIA-RESC < WRK-DIA-ENTRADA)
               SUBTRACT 1 FROM WRK-ANOS-COMPLETOS
           END-IF.
           IF WRK-ANOS-COMPLETOS < ZEROS
               MOVE ZEROS TO WRK-ANOS-COMPLETOS
           END-IF.
           COMPUTE WRK-MESES-CASA =
               (WRK-ANO-RESC - WRK-ANO-ENTRADA) * 12
               + WRK-MES-RESC - WRK-MES-ENTRADA.
           IF WRK-DIA-RESC < WRK-DIA-ENTRADA
               SUBTRACT 1 FROM WRK-MESES-CASA
               COMPUTE WRK-DIAS-FRACAO =
                   30 - WRK-DIA-ENTRADA + WRK-DIA-RESC
           ELSE
               COMPUTE WRK-DIAS-FRACAO =
                   WRK-DIA-RESC - WRK-DIA-ENTRADA
           END-IF.
           IF WRK-MESES-CASA < ZEROS
               MOVE ZEROS TO WRK-MESES-CASA
               MOVE ZEROS TO WRK-DIAS-FRACAO
           END-IF.
       0300-APURAR-TEMPO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SALDO DE SALARIO: 1/30 DO SALARIO POR DIA TRABALHADO *
      * NO MES DO DESLIGAMENTO (O PROPRIO DIA CONTA).        *
      *----------------------------------------------------*
       0310-SALDO-SALARIO.
           MOVE WRK-DIA-RESC TO WRK-DIAS-SALDO.
           IF WRK-ANO-RESC = WRK-ANO-ENTRADA
               AND WRK-MES-RESC = WRK-MES-ENTRADA
               COMPUTE WRK-DIAS-SALDO =
                   WRK-DIA-RESC - WRK-DIA-ENTRADA + 1
           END-IF.
           IF WRK-DIAS-SALDO > 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-VALOR-SALDO ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 30 * WRK-DIAS-SALDO.
       0310-SALDO-SALARIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * AVISO PREVIO INDENIZADO: 30 DIAS MAIS 3 POR ANO      *
      * COMPLETO DE CASA, LIMITADO A 90 DIAS.                *
      *----------------------------------------------------*
       0320-AVISO-PREVIO.
           COMPUTE WRK-DIAS-AVISO = 30 + WRK-ANOS-COMPLETOS * 3.
           IF WRK-DIAS-AVISO > 90
               MOVE 90 TO WRK-DIAS-AVISO
           END-IF.
           COMPUTE WRK-VALOR-AVISO ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 30 * WRK-DIAS-AVISO.
       0320-AVISO-PREVIO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FERIAS VENCIDAS: DIREITO DO FERDIR MENOS OS PERIODOS *
      * DA AGENDA JA PAGOS OU INICIADOS ATE O DESLIGAMENTO.  *
      * SEM O FERDIR, O DIREITO E PELA REGRA DO FERACUM NA   *
      * DATA DO DESLIGAMENTO: 30 DIAS POR ANO COMPLETO MENOS *
      * 30 POR AFASTAMENTO DE DOENCA/ACIDENTE COM MAIS DE    *
      * 180 DIAS DE BENEFICIO. A MESMA REGRA VALE QUANDO DA  *
      * MAIS DO QUE O FERDIR - SO ACONTECE COM ANIVERSARIO   *
      * FECHADO DEPOIS DA ULTIMA RODADA DO FERACUM, JA QUE A *
      * PERDA NUNCA DIMINUI.                                 *
      * FERIAS PROPORCIONAIS: AVOS DESDE O ULTIMO            *
      * ANIVERSARIO, FRACAO DE 15 DIAS OU MAIS CONTA O MES.  *
      * TERCO CONSTITUCIONAL SOBRE AS DUAS.                  *
      *----------------------------------------------------*
       0330-FERIAS.
           PERFORM 0332-APURAR-PERDA THRU 0332-APURAR-PERDA-EXIT.
           IF WRK-DIAS-PERDIDOS >= WRK-ANOS-COMPLETOS * 30
               MOVE ZEROS TO WRK-DIAS-DIREITO-CALC
           ELSE
               COMPUTE WRK-DIAS-DIREITO-CALC =
                   WRK-ANOS-COMPLETOS * 30 - WRK-DIAS-PERDIDOS
           END-IF.
           MOVE WRK-DIAS-DIREITO-CALC TO WRK-DIAS-DIREITO.
           IF WRK-QTD-DIREITOS > ZEROS
               SET WRK-IDX-FDR TO 1
               SEARCH WRK-FDR
                   AT END
                       CONTINUE
                   WHEN WRK-FDR-MATRICULA(WRK-IDX-FDR) = WRK-MATRICULA
                       IF WRK-FDR-DIREITO(WRK-IDX-FDR)
                           >= WRK-DIAS-DIREITO-CALC
                           MOVE WRK-FDR-DIREITO(WRK-IDX-FDR)
                               TO WRK-DIAS-DIREITO
                       END-IF
               END-SEARCH
           END-IF.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           PERFORM 0335-SOMAR-GOZADOS THRU 0335-SOMAR-GOZADOS-EXIT
               VARYING WRK-IDX-AGD FROM 1 BY 1
               UNTIL WRK-IDX-AGD > WRK-QTD-PERIODOS.
           COMPUTE WRK-DIAS-FERIAS-VENC =
               WRK-DIAS-DIREITO - WRK-DIAS-GOZADOS.
           IF WRK-DIAS-FERIAS-VENC < ZEROS
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' COM MAIS DIAS GOZADOS (' WRK-DIAS-GOZADOS
                   ') DO QUE O DIREITO (' WRK-DIAS-DIREITO ')'
               MOVE ZEROS TO WRK-DIAS-FERIAS-VENC
           END-IF.
           COMPUTE WRK-VALOR-FERIAS-VENC ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 30 * WRK-DIAS-FERIAS-VENC.

           DIVIDE WRK-MESES-CASA BY 12 GIVING WRK-ANOS-DIVISAO
               REMAINDER WRK-AVOS-FERIAS.
           IF WRK-DIAS-FRACAO >= 15
               ADD 1 TO WRK-AVOS-FERIAS
           END-IF.
           COMPUTE WRK-VALOR-FERIAS-PROP ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 12 * WRK-AVOS-FERIAS.
           COMPUTE WRK-VALOR-TERCO ROUNDED =
               (WRK-VALOR-FERIAS-VENC + WRK-VALOR-FERIAS-PROP) / 3.
       0330-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DIAS DE DIREITO PERDIDOS PELA REGRA DO FERACUM: 30   *
      * POR AFASTAMENTO DA MATRICULA COM MAIS DE 180 DIAS DE *
      * BENEFICIO DO INSS ATE O MES DO DESLIGAMENTO.         *
      *----------------------------------------------------*
       0332-APURAR-PERDA.
           MOVE ZEROS TO WRK-DIAS-PERDIDOS.
           IF WRK-QTD-AFASTAMENTOS = ZEROS
               GO TO 0332-APURAR-PERDA-EXIT
           END-IF.
           SET WRK-IDX-AFT TO 1.
           SEARCH WRK-AFT
               AT END
                   GO TO 0332-APURAR-PERDA-EXIT
               WHEN WRK-AFT-MATRICULA(WRK-IDX-AFT) = WRK-MATRICULA
                   SET WRK-PRIMEIRO-AFT TO WRK-IDX-AFT
           END-SEARCH.
           SET WRK-IDX-AFT TO WRK-PRIMEIRO-AFT.
           MOVE 'N' TO WRK-SW-FIM-AFAST-FUNC.
           PERFORM 0333-SOMAR-PERDA THRU 0333-SOMAR-PERDA-EXIT
               UNTIL WRK-FIM-AFAST-FUNC.
           IF WRK-DIAS-PERDIDOS > ZEROS
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' PERDE ' WRK-DIAS-PERDIDOS
                   ' DIAS DE FERIAS POR AFASTAMENTO LONGO'
           END-IF.
       0332-APURAR-PERDA-EXIT.
           EXIT.

       0333-SOMAR-PERDA.
           MOVE WRK-AFT-TIPO(WRK-IDX-AFT)    TO WRK-AD-TIPO.
           MOVE WRK-AFT-INICIO(WRK-IDX-AFT)  TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFT-RETORNO(WRK-IDX-AFT) TO WRK-AD-DATA-RETORNO.
           MOVE WRK-ANO-RESC                 TO WRK-AD-CMP-ANO.
           MOVE WRK-MES-RESC                 TO WRK-AD-CMP-MES.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           IF WRK-AD-DIAS-BENEFICIO > 180
               ADD 30 TO WRK-DIAS-PERDIDOS
           END-IF.
           IF WRK-IDX-AFT >= WRK-QTD-AFASTAMENTOS
               SET WRK-FIM-AFAST-FUNC TO TRUE
               GO TO 0333-SOMAR-PERDA-EXIT
           END-IF.
           SET WRK-IDX-AFT UP BY 1.
           IF WRK-AFT-MATRICULA(WRK-IDX-AFT) NOT = WRK-MATRICULA
               SET WRK-FIM-AFAST-FUNC TO TRUE
           END-IF.
       0333-SOMAR-PERDA-EXIT.
           EXIT.

       0335-SOMAR-GOZADOS.
           IF WRK-AGD-MATRICULA(WRK-IDX-AGD) NOT = WRK-MATRICULA
               GO TO 0335-SOMAR-GOZADOS-EXIT
           END-IF.
           IF WRK-AGD-SITUACAO(WRK-IDX-AGD) = 'P'
               OR WRK-AGD-DATA-INICIO(WRK-IDX-AGD)
                   <= WRK-DATA-RESC-NUM
               ADD WRK-AGD-DIAS(WRK-IDX-AGD) TO WRK-DIAS-GOZADOS
           END-IF.
       0335-SOMAR-GOZADOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DECIMO TERCEIRO PROPORCIONAL PELA REGRA DE AVOS DO   *
      * DECTERC, ATE O MES DO DESLIGAMENTO: ADMITIDO EM ANO  *
      * ANTERIOR CONTA DE JANEIRO; ADMITIDO NO ANO, DO MES   *
      * DE ADMISSAO. COMO NO DECTERC, O MES COM MAIS DE 15   *
      * DIAS DE AFASTAMENTO A CARGO DO INSS NAO GERA AVO. O  *
      * QUE O DECTERC JA PAGOU NO ANO (GRATAUD) E ABATIDO,   *
      * ATE O VALOR APURADO.                                 *
      *----------------------------------------------------*
       0340-DECIMO-TERCEIRO.
           EVALUATE TRUE
               WHEN WRK-ANO-ENTRADA < WRK-ANO-RESC
                   MOVE WRK-MES-RESC TO WRK-AVOS-DECIMO
               WHEN WRK-ANO-ENTRADA = WRK-ANO-RESC
                   AND WRK-MES-ENTRADA <= WRK-MES-RESC
                   COMPUTE WRK-AVOS-DECIMO =
                       WRK-MES-RESC - WRK-MES-ENTRADA + 1
               WHEN OTHER
                   MOVE ZEROS TO WRK-AVOS-DECIMO
           END-EVALUATE.
           IF WRK-AVOS-DECIMO > ZEROS
               PERFORM 0342-DESCONTAR-AFASTAMENTOS
                   THRU 0342-DESCONTAR-AFASTAMENTOS-EXIT
           END-IF.
           COMPUTE WRK-VALOR-DECIMO ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 12 * WRK-AVOS-DECIMO.
           MOVE ZEROS TO WRK-DESC-DECIMO-PAGO.
           IF WRK-QTD-GRATIFICACOES = ZEROS
               GO TO 0340-DECIMO-TERCEIRO-EXIT
           END-IF.
           SET WRK-IDX-GRT TO 1.
           SEARCH WRK-GRT
               AT END
                   CONTINUE
               WHEN WRK-GRT-MATRICULA(WRK-IDX-GRT) = WRK-MATRICULA
                   MOVE WRK-GRT-VALOR(WRK-IDX-GRT)
                       TO WRK-DESC-DECIMO-PAGO
           END-SEARCH.
           IF WRK-DESC-DECIMO-PAGO > WRK-VALOR-DECIMO
               MOVE WRK-VALOR-DECIMO TO WRK-DESC-DECIMO-PAGO
           END-IF.
       0340-DECIMO-TERCEIRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARA CADA MES DOS AVOS (DO PRIMEIRO AVO AO MES DO    *
      * DESLIGAMENTO), SOMA OS DIAS A CARGO DO INSS DE TODOS *
      * OS AFASTAMENTOS DA MATRICULA; PASSANDO DE 15, O MES  *
      * NAO GERA AVO.                                        *
      *----------------------------------------------------*
       0342-DESCONTAR-AFASTAMENTOS.
           MOVE ZEROS TO WRK-AVOS-PERDIDOS.
           IF WRK-QTD-AFASTAMENTOS = ZEROS
               GO TO 0342-DESCONTAR-AFASTAMENTOS-EXIT
           END-IF.
           SET WRK-IDX-AFT TO 1.
           SEARCH WRK-AFT
               AT END
                   GO TO 0342-DESCONTAR-AFASTAMENTOS-EXIT
               WHEN WRK-AFT-MATRICULA(WRK-IDX-AFT) = WRK-MATRICULA
                   SET WRK-PRIMEIRO-AFT TO WRK-IDX-AFT
           END-SEARCH.
           COMPUTE WRK-MES-AVO = WRK-MES-RESC - WRK-AVOS-DECIMO + 1.
           PERFORM 0343-VERIFICAR-MES THRU 0343-VERIFICAR-MES-EXIT
               UNTIL WRK-MES-AVO > WRK-MES-RESC.
           IF WRK-AVOS-PERDIDOS > ZEROS
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' PERDE ' WRK-AVOS-PERDIDOS
                   ' AVO(S) DO DECIMO TERCEIRO POR AFASTAMENTO'
               SUBTRACT WRK-AVOS-PERDIDOS FROM WRK-AVOS-DECIMO
           END-IF.
       0342-DESCONTAR-AFASTAMENTOS-EXIT.
           EXIT.

       0343-VERIFICAR-MES.
           MOVE ZEROS TO WRK-DIAS-INSS-MES.
           SET WRK-IDX-AFT TO WRK-PRIMEIRO-AFT.
           MOVE 'N' TO WRK-SW-FIM-AFAST-FUNC.
           PERFORM 0344-SOMAR-DIAS-INSS THRU 0344-SOMAR-DIAS-INSS-EXIT
               UNTIL WRK-FIM-AFAST-FUNC.
           IF WRK-DIAS-INSS-MES > 15
               ADD 1 TO WRK-AVOS-PERDIDOS
           END-IF.
           ADD 1 TO WRK-MES-AVO.
       0343-VERIFICAR-MES-EXIT.
           EXIT.

       0344-SOMAR-DIAS-INSS.
           MOVE WRK-AFT-TIPO(WRK-IDX-AFT)    TO WRK-AD-TIPO.
           MOVE WRK-AFT-INICIO(WRK-IDX-AFT)  TO WRK-AD-DATA-INICIO.
           MOVE WRK-AFT-RETORNO(WRK-IDX-AFT) TO WRK-AD-DATA-RETORNO.
           MOVE WRK-ANO-RESC                 TO WRK-AD-CMP-ANO.
           MOVE WRK-MES-AVO                  TO WRK-AD-CMP-MES.
           CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA.
           ADD WRK-AD-DIAS-INSS TO WRK-DIAS-INSS-MES.
           IF WRK-IDX-AFT >= WRK-QTD-AFASTAMENTOS
               SET WRK-FIM-AFAST-FUNC TO TRUE
               GO TO 0344-SOMAR-DIAS-INSS-EXIT
           END-IF.
           SET WRK-IDX-AFT UP BY 1.
           IF WRK-AFT-MATRICULA(WRK-IDX-AFT) NOT = WRK-MATRICULA
               SET WRK-FIM-AFAST-FUNC TO TRUE
           END-IF.
       0344-SOMAR-DIAS-INSS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SALDO DO BANCO DE HORAS: AS HORAS AINDA NAO          *
      * COMPENSADAS SAO PAGAS COMO HORA EXTRA, SOBRE O       *
      * SALARIO-HORA DE 220 COM O ADICIONAL DO HEXTPCT.      *
      *----------------------------------------------------*
       0345-BANCO-HORAS.
           MOVE ZEROS TO WRK-VALOR-BANCO.
           MOVE WRK-DSL-HORAS-BANCO(WRK-IDX-DSL) TO WRK-HORAS-BANCO.
           IF WRK-HORAS-BANCO = ZEROS
               GO TO 0345-BANCO-HORAS-EXIT
           END-IF.
           COMPUTE WRK-SALARIO-HORA ROUNDED =
               WRK-SALARIO-FUNCIONARIO / 220.
           COMPUTE WRK-VALOR-BANCO ROUNDED =
               WRK-SALARIO-HORA * WRK-HORAS-BANCO
               * WRK-PERC-HORA-EXTRA / 100.
       0345-BANCO-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SALDO DEVEDOR DO EMPRESTIMO CONSIGNADO, DESCONTADO   *
      * ATE O BRUTO DA RESCISAO. O QUE SOBRAR FICA APONTADO  *
      * PARA COBRANCA DIRETA PELO RH.                        *
      *----------------------------------------------------*
       0350-EMPRESTIMO.
           MOVE ZEROS TO WRK-SALDO-EMPRESTIMO.
           MOVE ZEROS TO WRK-DESC-EMPRESTIMO.
           IF WRK-QTD-EMPRESTIMOS = ZEROS
               GO TO 0350-EMPRESTIMO-EXIT
           END-IF.
           SET WRK-IDX-EMP TO 1.
           SEARCH WRK-EMP
               AT END
                   GO TO 0350-EMPRESTIMO-EXIT
               WHEN WRK-EMP-MATRICULA(WRK-IDX-EMP) = WRK-MATRICULA
                   MOVE WRK-EMP-SALDO(WRK-IDX-EMP)
                       TO WRK-SALDO-EMPRESTIMO
           END-SEARCH.
           MOVE WRK-SALDO-EMPRESTIMO TO WRK-DESC-EMPRESTIMO.
           IF WRK-DESC-EMPRESTIMO > WRK-VALOR-BRUTO
               MOVE WRK-VALOR-BRUTO TO WRK-DESC-EMPRESTIMO
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' COM SALDO DE EMPRESTIMO ' WRK-SALDO-EMPRESTIMO
                   ' MAIOR QUE AS VERBAS - RESIDUO PARA COBRANCA'
           END-IF.
       0350-EMPRESTIMO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MULTA RESCISORIA: 40% DO FGTS DEPOSITADO NO CONTRATO *
      * (BRUTO HISTORICO DO PAYHIST X PERCENTUAL DO          *
      * FGTSPCT) MAIS O FGTS DAS VERBAS SALARIAIS DA         *
      * PROPRIA RESCISAO. A MULTA VAI PARA A GUIA DO FGTS,   *
      * NAO PARA O LIQUIDO DO TERMO.                         *
      *----------------------------------------------------*
       0360-MULTA-FGTS.
           COMPUTE WRK-BASE-FGTS ROUNDED =
               (WRK-DSL-BRUTO-HIST(WRK-IDX-DSL)
               + WRK-VALOR-SALDO + WRK-VALOR-AVISO
               + WRK-VALOR-DECIMO - WRK-DESC-DECIMO-PAGO
               + WRK-VALOR-BANCO)
               * WRK-PERC-FGTS / 100.
           COMPUTE WRK-MULTA-FGTS ROUNDED =
               WRK-BASE-FGTS * WRK-PERC-MULTA-FGTS / 100.
       0360-MULTA-FGTS-EXIT.
           EXIT.

       0400-GRAVAR-AUDITORIA.
           MOVE WRK-MATRICULA           TO RAU-MATRICULA.
           MOVE WRK-NOME                TO RAU-NOME.
           MOVE WRK-DEPARTAMENTO        TO RAU-DEPARTAMENTO.
           MOVE WRK-DATA-ADMISSAO       TO RAU-DATA-ADMISSAO.
           MOVE WRK-DATA-RESC-NUM       TO RAU-DATA-DESLIGAMENTO.
           MOVE WRK-SALARIO-FUNCIONARIO TO RAU-SALARIO-BASE.
           MOVE WRK-DIAS-SALDO          TO RAU-DIAS-SALDO.
           MOVE WRK-VALOR-SALDO         TO RAU-VALOR-SALDO.
           MOVE WRK-DIAS-AVISO          TO RAU-DIAS-AVISO.
           MOVE WRK-VALOR-AVISO         TO RAU-VALOR-AVISO.
           MOVE WRK-DIAS-FERIAS-VENC    TO RAU-DIAS-FERIAS-VENC.
           MOVE WRK-VALOR-FERIAS-VENC   TO RAU-VALOR-FERIAS-VENC.
           MOVE WRK-AVOS-FERIAS         TO RAU-AVOS-FERIAS.
           MOVE WRK-VALOR-FERIAS-PROP   TO RAU-VALOR-FERIAS-PROP.
           MOVE WRK-VALOR-TERCO         TO RAU-VALOR-TERCO.
           MOVE WRK-AVOS-DECIMO         TO RAU-AVOS-DECIMO.
           MOVE WRK-VALOR-DECIMO        TO RAU-VALOR-DECIMO.
           MOVE WRK-DESC-DECIMO-PAGO    TO RAU-DESC-DECIMO-PAGO.
           MOVE WRK-DESC-EMPRESTIMO     TO RAU-DESC-EMPRESTIMO.
           MOVE WRK-VALOR-LIQUIDO       TO RAU-VALOR-LIQUIDO.
           MOVE WRK-BASE-FGTS           TO RAU-BASE-FGTS.
           MOVE WRK-MULTA-FGTS          TO RAU-MULTA-FGTS.
           MOVE WRK-DATA-SISTEMA        TO RAU-DATA-PROCESSO.
           MOVE WRK-HORAS-BANCO         TO RAU-HORAS-BANCO.
           MOVE WRK-VALOR-BANCO         TO RAU-VALOR-BANCO.
           MOVE WRK-SITUACAO-ORDEM      TO RAU-SITUACAO-ORDEM.
           WRITE WRK-REG-RESCAUD.
       0400-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME O TERMO DA MATRICULA, UMA PAGINA POR         *
      * DESLIGADO: IDENTIFICACAO, VERBAS, DESCONTOS,         *
      * LIQUIDO E A MULTA DO FGTS (INFORMATIVA).             *
      *----------------------------------------------------*
       0500-IMPRIMIR-TERMO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO-1.
           MOVE WRK-MATRICULA TO WRK-IDT-MATRICULA.
           MOVE WRK-NOME TO WRK-IDT-NOME.
           MOVE WRK-DEPARTAMENTO TO WRK-IDT-DEPARTAMENTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-IDENT.
           MOVE WRK-DATA-ADMISSAO TO WRK-DATA-EDICAO.
           PERFORM 0590-EDITAR-DATA THRU 0590-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-DTS-ADMISSAO.
           MOVE WRK-DATA-RESC-NUM TO WRK-DATA-EDC-NUM.
           PERFORM 0590-EDITAR-DATA THRU 0590-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-DTS-DESLIGAMENTO.
           MOVE WRK-SALARIO-FUNCIONARIO TO WRK-DTS-SALARIO.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-DTS-SALARIO REPLACING ALL ',' BY '.'
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DATAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           MOVE 'SALDO DE SALARIO' TO WRK-VRB-DESCRICAO.
           MOVE WRK-DIAS-SALDO TO WRK-VRB-QTD.
           MOVE 'DIAS' TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-SALDO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'AVISO PREVIO INDENIZADO' TO WRK-VRB-DESCRICAO.
           MOVE WRK-DIAS-AVISO TO WRK-VRB-QTD.
           MOVE 'DIAS' TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-AVISO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'FERIAS VENCIDAS' TO WRK-VRB-DESCRICAO.
           MOVE WRK-DIAS-FERIAS-VENC TO WRK-VRB-QTD.
           MOVE 'DIAS' TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-FERIAS-VENC TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'FERIAS PROPORCIONAIS' TO WRK-VRB-DESCRICAO.
           MOVE WRK-AVOS-FERIAS TO WRK-VRB-QTD.
           MOVE 'AVOS' TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-FERIAS-PROP TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'TERCO CONSTITUCIONAL DE FERIAS'
               TO WRK-VRB-DESCRICAO.
           MOVE ZEROS TO WRK-VRB-QTD.
           MOVE SPACES TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-TERCO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'DECIMO TERCEIRO PROPORCIONAL' TO WRK-VRB-DESCRICAO.
           MOVE WRK-AVOS-DECIMO TO WRK-VRB-QTD.
           MOVE 'AVOS' TO WRK-VRB-UNIDADE.
           MOVE WRK-VALOR-DECIMO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE '(-) DECIMO TERCEIRO JA PAGO NO ANO'
               TO WRK-VRB-DESCRICAO.
           MOVE ZEROS TO WRK-VRB-QTD.
           MOVE SPACES TO WRK-VRB-UNIDADE.
           MOVE WRK-DESC-DECIMO-PAGO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           IF WRK-VALOR-BANCO > ZEROS
               MOVE WRK-HORAS-BANCO TO WRK-HORAS-BANCO-EDT
               MOVE SPACES TO WRK-VRB-DESCRICAO
               STRING 'BANCO DE HORAS (SALDO DE '
                   WRK-HORAS-BANCO-EDT ' HORAS)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-QTD
               MOVE SPACES TO WRK-VRB-UNIDADE
               MOVE WRK-VALOR-BANCO TO WRK-VRB-VALOR
               PERFORM 0580-IMPRIMIR-VERBA
                   THRU 0580-IMPRIMIR-VERBA-EXIT
           END-IF.
           MOVE 'TOTAL BRUTO DAS VERBAS' TO WRK-VRB-DESCRICAO.
           MOVE WRK-VALOR-BRUTO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE '(-) SALDO DE EMPRESTIMO CONSIGNADO'
               TO WRK-VRB-DESCRICAO.
           MOVE WRK-DESC-EMPRESTIMO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'LIQUIDO A PAGAR' TO WRK-VRB-DESCRICAO.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'FGTS DEPOSITADO NO CONTRATO (BASE)'
               TO WRK-VRB-DESCRICAO.
           MOVE WRK-BASE-FGTS TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           MOVE 'MULTA RESCISORIA FGTS 40% (GUIA)'
               TO WRK-VRB-DESCRICAO.
           MOVE WRK-MULTA-FGTS TO WRK-VRB-VALOR.
           PERFORM 0580-IMPRIMIR-VERBA THRU 0580-IMPRIMIR-VERBA-EXIT.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
       0500-IMPRIMIR-TERMO-EXIT.
           EXIT.

       0580-IMPRIMIR-VERBA.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-VRB-VALOR REPLACING ALL ',' BY '.'
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-VERBA.
           MOVE ZEROS TO WRK-VRB-QTD.
           MOVE SPACES TO WRK-VRB-UNIDADE.
       0580-IMPRIMIR-VERBA-EXIT.
           EXIT.

       0590-EDITAR-DATA.
           MOVE WRK-EDC-DIA TO WRK-EDT-DIA.
           MOVE WRK-EDC-MES TO WRK-EDT-MES.
           MOVE WRK-EDC-ANO TO WRK-EDT-ANO.
       0590-EDITAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ORDEM DE PAGAMENTO DO LIQUIDO NO LAYOUT DA REMESSA   *
      * DO BANKREM. SEM CONTA INFORMADA NO CADASTRO, OU COM  *
      * LIQUIDO ZERADO, NAO HA ORDEM - APONTADO NO CONSOLE.  *
      * CONTA AINDA EM QUARENTENA (TROCA PENDENTE NO         *
      * CONTAHIS): ORDEM RETIDA, APONTADA NO TERMO E NO      *
      * RESCAUD PARA SER LIBERADA EM OUTRO DIA.              *
      *----------------------------------------------------*
       0600-GRAVAR-ORDEM.
           MOVE 'S' TO WRK-SITUACAO-ORDEM.
           IF WRK-VALOR-LIQUIDO = ZEROS
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' SEM LIQUIDO A PAGAR - SEM ORDEM DE PAGAMENTO'
               GO TO 0600-GRAVAR-ORDEM-EXIT
           END-IF.
           IF WRK-BANCO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CONTA
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' SEM CONTA NO CADASTRO - PAGAR O TERMO NO CAIXA'
               GO TO 0600-GRAVAR-ORDEM-EXIT
           END-IF.
           PERFORM 0185-VERIFICAR-QUARENTENA
               THRU 0185-VERIFICAR-QUARENTENA-EXIT.
           IF WRK-EM-QUARENTENA
               MOVE 'R' TO WRK-SITUACAO-ORDEM
               ADD 1 TO WRK-QTD-QUARENTENA
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RETIDA
               DISPLAY 'RESCISAO: MATRICULA ' WRK-MATRICULA
                   ' COM TROCA DE CONTA PENDENTE - FORA DA REMESSA '
                   'ATE A CONFIRMACAO DO RH'
               GO TO 0600-GRAVAR-ORDEM-EXIT
           END-IF.
           MOVE WRK-MATRICULA         TO REM-MATRICULA.
           MOVE WRK-NOME              TO REM-NOME.
           MOVE WRK-BANCO             TO REM-BANCO.
           MOVE WRK-AGENCIA           TO REM-AGENCIA.
           MOVE WRK-CONTA-CORRENTE    TO REM-CONTA-CORRENTE.
           MOVE WRK-CONTA-DV          TO REM-CONTA-DV.
           MOVE WRK-VALOR-LIQUIDO     TO REM-VALOR.
           MOVE WRK-DATA-SISTEMA      TO REM-DATA-GERACAO.
           WRITE WRK-REG-REMESSA.
           ADD 1 TO WRK-QTD-ORDENS.
           MOVE 'E' TO WRK-SITUACAO-ORDEM.
       0600-GRAVAR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TOTALIZA O TERMO, FECHA OS ARQUIVOS E REGISTRA O     *
      * RESULTADO NO RUNLOG.                                 *
      *----------------------------------------------------*
       0900-ENCERRAR.
           MOVE 'RESCISAO' TO WRK-LOG-PROGRAMA.
           IF NOT WRK-ARQUIVOS-OK
               DISPLAY 'RESCISAO: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 'E' TO WRK-LOG-SEVERIDADE
               MOVE 'EXECUCAO ENCERRADA SEM PROCESSAR'
                   TO WRK-LOG-MENSAGEM
               CALL 'RUNLOG' USING WRK-LOG-AREA
               MOVE 8 TO RETURN-CODE
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE WRK-TOTAL-MULTA TO WRK-TOT-MULTA.
           MOVE WRK-QTD-RESCISOES TO WRK-TOT-RESCISOES.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-TOT-LIQUIDO REPLACING ALL ',' BY '.'
               INSPECT WRK-TOT-MULTA REPLACING ALL ',' BY '.'
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           CLOSE FUNCIONARIO-ARQ.
           CLOSE RESCAUD-ARQ.
           CLOSE RELATORIO-ARQ.
           CLOSE REMESSA-ARQ.
           DISPLAY 'RESCISAO: ' WRK-QTD-RESCISOES
               ' RESCISOES CALCULADAS EM ' WRK-DATA-REF-NUM ', '
               WRK-QTD-ORDENS ' ORDENS DE PAGAMENTO, '
               WRK-QTD-SEM-CONTA ' SEM CONTA, '
               WRK-QTD-QUARENTENA ' COM TROCA DE CONTA PENDENTE'.
           IF WRK-QTD-JA-PAGAS > ZEROS OR WRK-QTD-SEM-CADASTRO > ZEROS
               DISPLAY 'RESCISAO: ' WRK-QTD-JA-PAGAS
                   ' JA CALCULADAS ANTES, ' WRK-QTD-SEM-CADASTRO
                   ' SEM CALCULO POR CADASTRO'
           END-IF.
           IF WRK-QTD-LIBERADAS > ZEROS
               OR WRK-QTD-AINDA-RETIDAS > ZEROS
               DISPLAY 'RESCISAO: ORDENS RETIDAS DE DIAS ANTERIORES: '
                   WRK-QTD-LIBERADAS ' LIBERADAS (JA NAS ORDENS), '
                   WRK-QTD-AINDA-RETIDAS ' AINDA RETIDAS'
           END-IF.
           COMPUTE WRK-QTD-RETIDAS-LOG =
               WRK-QTD-QUARENTENA + WRK-QTD-AINDA-RETIDAS.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           IF WRK-QTD-SEM-CADASTRO > ZEROS
               OR WRK-QTD-RETIDAS-LOG > ZEROS
               MOVE 'A' TO WRK-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING WRK-QTD-RESCISOES ' RESC, '
               WRK-QTD-ORDENS ' ORDENS, '
               WRK-QTD-SEM-CADASTRO ' SEM CAD, '
               WRK-QTD-RETIDAS-LOG ' RETIDAS'
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           IF WRK-QTD-RETIDAS-LOG > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

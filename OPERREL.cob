       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERREL.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: RELATORIO SEMANAL DE EXCECOES POR OPERADOR DE
      * CAIXA (PREVENCAO DE PERDAS). JUNTA, POR OPERADOR (O
      * TERMINAL TRADUZIDO PELO CADASTRO TERMMSTR):
      *   - VENDAS, ESTORNOS (QUANTIDADE, VALOR E PERCENTUAL DO
      *     VALOR SOBRE AS VENDAS) E PRECOS RECUSADOS NA
      *     CONFERENCIA DE PRECO, DO DIARIO OPERDIA (VER
      *     OPERREG.COB) NOS SETE DIAS QUE TERMINAM NA DATA DO
      *     CARTAO OPERPARM;
      *   - ESTORNOS DE VENDA ANTIGA: O ESTORNO E CASADO PELA
      *     REFERENCIA COM A VENDA ORIGINAL NO PROPRIO OPERDIA,
      *     E CONTA COMO ANTIGO QUANDO A VENDA TEM MAIS DIAS QUE
      *     O LIMITE DO CARTAO (DIFERENCA COMERCIAL DE 30 DIAS
      *     POR MES, COMO NO REJRECIC) OU NAO ESTA NO DIARIO;
      *   - A FALTA DE CAIXA ACUMULADA NO MES (CAIXAMTD, DO
      *     CAIXACON) E OS ITENS EM SUSPENSO AINDA EM ABERTO
      *     (VENDSUSP, DO REJRECIC).
      * CADA INDICADOR E COMPARADO COM A MEDIA DOS OPERADORES
      * DA MESMA LOJA: QUEM PASSA DA MEDIA MULTIPLICADA PELO
      * FATOR DO CARTAO E DESTACADO NA COLUNA DE ALERTAS.
      * CARTAO OPERPARM (OPCIONAL): DATA FINAL DA SEMANA
      * (AAAAMMDD, PADRAO HOJE), FATOR (9,99, PADRAO 2,00) E
      * DIAS PARA ESTORNO ANTIGO (999, PADRAO 7).
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
           SELECT OPERDIA-ARQ ASSIGN TO 'OPERDIA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-OPE.

           SELECT TERMMSTR-ARQ ASSIGN TO 'TERMMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRM.

           SELECT MTD-ARQ ASSIGN TO 'CAIXAMTD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MTD.

           SELECT VENDSUSP-ARQ ASSIGN TO 'VENDSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SUS.

           SELECT PARAMETRO-ARQ ASSIGN TO 'OPERPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.

           SELECT RELATORIO-ARQ ASSIGN TO 'OPERREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERDIA-ARQ.
           COPY 'OPERREG.COB'.

       FD  TERMMSTR-ARQ.
       01  WRK-REG-TERMMSTR.
           05  TRM-NUMERO              PIC 9(02).
           05  TRM-LOCAL               PIC X(20).
           05  TRM-OPERADOR            PIC X(20).
           05  TRM-ATIVO               PIC X(01).
           05  TRM-LOJA                PIC 9(02).

       FD  MTD-ARQ.
       01  WRK-REG-MTD.
           05  MTD-TERMINAL            PIC 9(02).
           05  MTD-ANO-MES             PIC 9(06).
           05  MTD-FALTA-ACUMULADA     PIC 9(09)V99.

      *    SALDO DE SUSPENSOS DO REJRECIC (LAYOUT DO VENDREJ).
       FD  VENDSUSP-ARQ.
       01  WRK-REG-VENDSUSP.
           05  SUS-TERMINAL            PIC 9(02).
           05  SUS-TIPO                PIC X(01).
           05  SUS-REFERENCIA          PIC 9(08).
           05  SUS-VALOR               PIC 9(07)V99.
           05  SUS-PRODUTO             PIC 9(04).
           05  SUS-FORMA               PIC X(01).
           05  SUS-MOTIVO              PIC X(30).
           05  SUS-DATA                PIC 9(08).
           05  SUS-CLIENTE             PIC 9(06).
           05  SUS-LOJA                PIC 9(02).
           05  SUS-VALE                PIC 9(08).
           05  SUS-PLANO               PIC 9(02).
           05  SUS-PARCELAS            PIC 9(02).

       FD  PARAMETRO-ARQ.
       01  WRK-REG-PARAMETRO.
           05  PRM-DATA-FIM            PIC 9(08).
           05  PRM-FATOR               PIC 9(01)V99.
           05  PRM-DIAS-ANTIGO         PIC 9(03).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-OPE                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MTD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-SUS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PRM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       77  WRK-SW-OPERADOR             PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-ACHADO                VALUE 'S'.
           88  WRK-OPERADOR-FORA                  VALUE 'N'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    PARAMETROS DA SEMANA (CARTAO OPERPARM).
       01  WRK-DATA-FIM.
           05  WRK-FIM-ANO              PIC 9(04).
           05  WRK-FIM-MES              PIC 9(02).
           05  WRK-FIM-DIA              PIC 9(02).
       01  WRK-DATA-FIM-AAAAMM REDEFINES WRK-DATA-FIM.
           05  WRK-FIM-AAAAMM           PIC 9(06).
           05  FILLER                   PIC 9(02).
       77  WRK-FATOR                    PIC 9(01)V99 VALUE 2,00.
       77  WRK-DIAS-ANTIGO              PIC 9(03) VALUE 7.

      *    DIAS COMERCIAIS (360 POR ANO, 30 POR MES) PARA A
      *    JANELA DA SEMANA E A IDADE DA VENDA ESTORNADA.
       01  WRK-DATA-CALCULO.
           05  WRK-CAL-ANO              PIC 9(04).
           05  WRK-CAL-MES              PIC 9(02).
           05  WRK-CAL-DIA              PIC 9(02).
       77  WRK-DIA-COMERCIAL            PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-COMERCIAL-FIM        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-DIFERENCA           PIC S9(07) VALUE ZEROS.

      *    TERMINAIS DO CADASTRO, CADA UM APONTANDO PARA O SEU
      *    OPERADOR NA TABELA DE OPERADORES.
       77  WRK-QTD-TERMCAD              PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-TERMCAD.
           05  WRK-TCAD OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-TERMCAD
                   INDEXED BY WRK-IDX-TCAD.
               10  WRK-TCAD-NUMERO      PIC 9(02).
               10  WRK-TCAD-OPERADOR    PIC 9(02).

      *    INDICADORES DA SEMANA POR OPERADOR E LOJA.
       77  WRK-QTD-OPERADORES           PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-OPERADORES.
           05  WRK-OPR OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-OPERADORES
                   INDEXED BY WRK-IDX-OPR.
               10  WRK-OPR-NOME          PIC X(20).
               10  WRK-OPR-LOJA          PIC 9(02).
               10  WRK-OPR-VENDAS        PIC 9(09)V99.
               10  WRK-OPR-QTD-VENDAS    PIC 9(06).
               10  WRK-OPR-QTD-ESTORNOS  PIC 9(05).
               10  WRK-OPR-ESTORNOS      PIC 9(09)V99.
               10  WRK-OPR-PERC-ESTORNO  PIC 9(03)V99.
               10  WRK-OPR-ANTIGOS       PIC 9(05).
               10  WRK-OPR-PRECOS        PIC 9(05).
               10  WRK-OPR-FALTA         PIC 9(09)V99.
               10  WRK-OPR-SUSPENSOS     PIC 9(05).
               10  WRK-OPR-ALERTAS       PIC X(05).

      *    MEDIAS POR LOJA DOS OPERADORES COM MOVIMENTO.
       77  WRK-QTD-LOJAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           05  WRK-LOJ OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-QTD-LOJAS
                   INDEXED BY WRK-IDX-LOJ.
               10  WRK-LOJ-LOJA          PIC 9(02).
               10  WRK-LOJ-OPERADORES    PIC 9(03).
               10  WRK-LOJ-VENDAS        PIC 9(11)V99.
               10  WRK-LOJ-ESTORNOS      PIC 9(11)V99.
               10  WRK-LOJ-ANTIGOS       PIC 9(07).
               10  WRK-LOJ-PRECOS        PIC 9(07).
               10  WRK-LOJ-FALTA         PIC 9(11)V99.
               10  WRK-LOJ-SUSPENSOS     PIC 9(07).
               10  WRK-LOJ-MED-PERC      PIC 9(03)V99.
               10  WRK-LOJ-MED-ANTIGOS   PIC 9(05)V99.
               10  WRK-LOJ-MED-PRECOS    PIC 9(05)V99.
               10  WRK-LOJ-MED-FALTA     PIC 9(09)V99.
               10  WRK-LOJ-MED-SUSPENSOS PIC 9(05)V99.

      *    ESTORNOS DA SEMANA, PARA CASAR COM A VENDA ORIGINAL
      *    NA SEGUNDA PASSADA PELO OPERDIA.
       77  WRK-QTD-ESTORNOS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ESTORNOS.
           05  WRK-EST OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-ESTORNOS
                   INDEXED BY WRK-IDX-EST.
               10  WRK-EST-REFERENCIA    PIC 9(08).
               10  WRK-EST-DATA          PIC 9(08).
               10  WRK-EST-DATA-VENDA    PIC 9(08).
               10  WRK-EST-OPERADOR      PIC 9(02).
       77  WRK-QTD-ESTORNOS-FORA        PIC 9(05) VALUE ZEROS.

       77  WRK-TERMINAL-PROCURADO       PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-OPERADOR            PIC X(20) VALUE SPACES.
       77  WRK-LOJA-OPERADOR            PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE                   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-NA-SEMANA            PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DESTACADOS           PIC 9(03) VALUE ZEROS.

       01  WRK-CAB-TITULO.
           05  FILLER                   PIC X(44) VALUE
               'EXCECOES POR OPERADOR - SEMANA ENCERRADA EM '.
           05  WRK-CAB-DIA              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-MES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-CAB-ANO              PIC 9(04).

       01  WRK-CAB-PARAMETROS.
           05  FILLER                   PIC X(06) VALUE 'FATOR '.
           05  WRK-CAB-FATOR            PIC 9,99.
           05  FILLER                   PIC X(36) VALUE
               ' SOBRE A MEDIA DA LOJA - ESTORNO DE '.
           05  FILLER                   PIC X(18) VALUE
               'VENDA COM MAIS DE '.
           05  WRK-CAB-DIAS             PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DIAS'.

       01  WRK-CABECALHO.
           05  FILLER                   PIC X(15) VALUE 'OPERADOR'.
           05  FILLER                   PIC X(03) VALUE 'LJ'.
           05  FILLER                   PIC X(11) VALUE
               '     VENDAS'.
           05  FILLER                   PIC X(05) VALUE ' QEST'.
           05  FILLER                   PIC X(10) VALUE
               '  VLR EST'.
           05  FILLER                   PIC X(07) VALUE ' %EST'.
           05  FILLER                   PIC X(04) VALUE 'ANT'.
           05  FILLER                   PIC X(04) VALUE 'PRC'.
           05  FILLER                   PIC X(10) VALUE
               'FALTA MES'.
           05  FILLER                   PIC X(04) VALUE 'SUS'.
           05  FILLER                   PIC X(05) VALUE 'ALERT'.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-OPERADOR         PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-LOJA             PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VENDAS           PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-QTD-ESTORNOS     PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ESTORNOS         PIC ZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PERC             PIC ZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ANTIGOS          PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PRECOS           PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-FALTA            PIC ZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-SUSPENSOS        PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-ALERTAS          PIC X(05).

       01  WRK-CAB-MEDIAS.
           05  FILLER                   PIC X(10) VALUE 'MEDIAS LJ'.
           05  FILLER                   PIC X(05) VALUE ' OPER'.
           05  FILLER                   PIC X(09) VALUE '    %EST'.
           05  FILLER                   PIC X(10) VALUE
               '   ANTIGOS'.
           05  FILLER                   PIC X(09) VALUE
               '   PRECOS'.
           05  FILLER                   PIC X(13) VALUE
               '    FALTA MES'.
           05  FILLER                   PIC X(11) VALUE
               '  SUSPENSOS'.

       01  WRK-LINHA-MEDIA.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WRK-MED-LOJA             PIC Z9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-MED-OPERADORES       PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-MED-PERC             PIC ZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRK-MED-ANTIGOS          PIC ZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-MED-PRECOS           PIC ZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-MED-FALTA            PIC ZZZZZZZZ9,99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-MED-SUSPENSOS        PIC ZZZZ9,99.

       01  WRK-LINHA-LEGENDA.
           05  FILLER                   PIC X(37) VALUE
               'ALERTAS: E=%ESTORNO A=ESTORNO ANTIGO '.
           05  FILLER                   PIC X(30) VALUE
               'P=PRECO F=FALTA S=SUSPENSO'.

       01  WRK-LINHA-CONTAGEM.
           05  WRK-LCN-TITULO           PIC X(30).
           05  WRK-LCN-QTD              PIC ZZZZZZZ9.

       01  WRK-LINHA-SEPARADOR          PIC X(80) VALUE ALL '='.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-INICIALIZAR THRU 0100-INICIALIZAR-EXIT.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-LER-OPERACOES
                   THRU 0200-LER-OPERACOES-EXIT
               PERFORM 0300-CASAR-ESTORNOS
                   THRU 0300-CASAR-ESTORNOS-EXIT
               PERFORM 0400-CARREGAR-FALTAS
                   THRU 0400-CARREGAR-FALTAS-EXIT
               PERFORM 0450-CARREGAR-SUSPENSOS
                   THRU 0450-CARREGAR-SUSPENSOS-EXIT
               PERFORM 0500-APURAR-MEDIAS
                   THRU 0500-APURAR-MEDIAS-EXIT
               PERFORM 0600-IMPRIMIR THRU 0600-IMPRIMIR-EXIT
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM.
           PERFORM 0110-CARREGAR-PARAMETRO
               THRU 0110-CARREGAR-PARAMETRO-EXIT.
           MOVE WRK-DATA-FIM TO WRK-DATA-CALCULO.
           PERFORM 0150-CALCULAR-DIA-COMERCIAL
               THRU 0150-CALCULAR-DIA-COMERCIAL-EXIT.
           MOVE WRK-DIA-COMERCIAL TO WRK-DIA-COMERCIAL-FIM.
           PERFORM 0120-CARREGAR-TERMINAIS
               THRU 0120-CARREGAR-TERMINAIS-EXIT.
           OPEN INPUT OPERDIA-ARQ.
           IF WRK-FS-OPE NOT = '00'
               MOVE WRK-FS-OPE TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'OPERREL: ERRO AO ABRIR OPERDIA - STATUS '
                   WRK-FS-OPE ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE WRK-FIM-DIA TO WRK-CAB-DIA.
           MOVE WRK-FIM-MES TO WRK-CAB-MES.
           MOVE WRK-FIM-ANO TO WRK-CAB-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           MOVE WRK-FATOR TO WRK-CAB-FATOR.
           MOVE WRK-DIAS-ANTIGO TO WRK-CAB-DIAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-PARAMETROS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARTAO OPERPARM: DATA FINAL DA SEMANA, FATOR DE      *
      * DESTAQUE E DIAS PARA ESTORNO ANTIGO. CAMPO ZERADO OU *
      * INVALIDO FICA COM O PADRAO.                          *
      *----------------------------------------------------*
       0110-CARREGAR-PARAMETRO.
           OPEN INPUT PARAMETRO-ARQ.
           IF WRK-FS-PRM NOT = '00'
               GO TO 0110-CARREGAR-PARAMETRO-EXIT
           END-IF.
           READ PARAMETRO-ARQ
               NOT AT END
                   IF PRM-DATA-FIM IS NUMERIC
                       AND PRM-DATA-FIM > ZEROS
                       MOVE PRM-DATA-FIM TO WRK-DATA-FIM
                   END-IF
                   IF PRM-FATOR IS NUMERIC
                       AND PRM-FATOR > ZEROS
                       MOVE PRM-FATOR TO WRK-FATOR
                   END-IF
                   IF PRM-DIAS-ANTIGO IS NUMERIC
                       AND PRM-DIAS-ANTIGO > ZEROS
                       MOVE PRM-DIAS-ANTIGO TO WRK-DIAS-ANTIGO
                   END-IF
           END-READ.
           CLOSE PARAMETRO-ARQ.
       0110-CARREGAR-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS TERMINAIS DO CADASTRO E MONTA A TABELA DE *
      * OPERADORES (UM POR NOME + LOJA; O MESMO OPERADOR EM  *
      * DOIS TERMINAIS DA LOJA SOMA NUMA LINHA SO).          *
      *----------------------------------------------------*
       0120-CARREGAR-TERMINAIS.
           OPEN INPUT TERMMSTR-ARQ.
           IF WRK-FS-TRM NOT = '00'
               DISPLAY 'OPERREL: TERMMSTR INDISPONIVEL - OPERADORES '
                   'IDENTIFICADOS SO PELO TERMINAL'
               GO TO 0120-CARREGAR-TERMINAIS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-TRM = '10'
               READ TERMMSTR-ARQ
                   AT END MOVE '10' TO WRK-FS-TRM
                   NOT AT END
                       IF WRK-QTD-TERMCAD < 99
                           MOVE TRM-OPERADOR TO WRK-NOME-OPERADOR
                           MOVE TRM-LOJA TO WRK-LOJA-OPERADOR
                           MOVE TRM-NUMERO TO WRK-TERMINAL-PROCURADO
                           PERFORM 0130-GUARDAR-TERMINAL
                               THRU 0130-GUARDAR-TERMINAL-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERMMSTR-ARQ.
       0120-CARREGAR-TERMINAIS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GUARDA O TERMINAL WRK-TERMINAL-PROCURADO APONTANDO   *
      * PARA O OPERADOR WRK-NOME-OPERADOR DA LOJA            *
      * WRK-LOJA-OPERADOR (CRIADO SE AINDA NAO EXISTE). NOME *
      * EM BRANCO VIRA "TERMINAL NN". NA SAIDA, WRK-IDX-OPR  *
      * APONTA PARA O OPERADOR, SALVO COM A TABELA CHEIA     *
      * (WRK-OPERADOR-FORA).                                 *
      *----------------------------------------------------*
       0130-GUARDAR-TERMINAL.
           SET WRK-OPERADOR-ACHADO TO TRUE.
           IF WRK-NOME-OPERADOR = SPACES
               STRING 'TERMINAL ' WRK-TERMINAL-PROCURADO
                   DELIMITED BY SIZE INTO WRK-NOME-OPERADOR
           END-IF.
           SET WRK-IDX-OPR TO 1.
           IF WRK-QTD-OPERADORES > ZEROS
               SEARCH WRK-OPR
                   AT END
                       SET WRK-IDX-OPR TO 1
                   WHEN WRK-OPR-NOME(WRK-IDX-OPR) = WRK-NOME-OPERADOR
                       AND WRK-OPR-LOJA(WRK-IDX-OPR)
                           = WRK-LOJA-OPERADOR
                       GO TO 0130-GUARDAR-TERMINAL-MAPA
               END-SEARCH
           END-IF.
           IF WRK-QTD-OPERADORES >= 99
               DISPLAY 'OPERREL: MAIS DE 99 OPERADORES - TERMINAL '
                   WRK-TERMINAL-PROCURADO ' FORA DO RELATORIO'
               SET WRK-IDX-OPR TO 1
               SET WRK-OPERADOR-FORA TO TRUE
               GO TO 0130-GUARDAR-TERMINAL-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-OPERADORES.
           SET WRK-IDX-OPR TO WRK-QTD-OPERADORES.
           MOVE WRK-NOME-OPERADOR TO WRK-OPR-NOME(WRK-IDX-OPR).
           MOVE WRK-LOJA-OPERADOR TO WRK-OPR-LOJA(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-VENDAS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-QTD-VENDAS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-QTD-ESTORNOS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-ESTORNOS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-ANTIGOS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-PRECOS(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-FALTA(WRK-IDX-OPR).
           MOVE ZEROS TO WRK-OPR-SUSPENSOS(WRK-IDX-OPR).
           MOVE SPACES TO WRK-OPR-ALERTAS(WRK-IDX-OPR).
       0130-GUARDAR-TERMINAL-MAPA.
           ADD 1 TO WRK-QTD-TERMCAD.
           SET WRK-IDX-TCAD TO WRK-QTD-TERMCAD.
           MOVE WRK-TERMINAL-PROCURADO
               TO WRK-TCAD-NUMERO(WRK-IDX-TCAD).
           SET WRK-TCAD-OPERADOR(WRK-IDX-TCAD) TO WRK-IDX-OPR.
       0130-GUARDAR-TERMINAL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA O OPERADOR DO TERMINAL WRK-TERMINAL-        *
      * PROCURADO. TERMINAL FORA DO CADASTRO GANHA UM        *
      * OPERADOR PROPRIO "TERMINAL NN", LOJA 00. SAI COM     *
      * WRK-IDX-OPR NO OPERADOR, OU COM WRK-OPERADOR-FORA    *
      * QUANDO NAO HA MAIS ONDE ACUMULAR.                    *
      *----------------------------------------------------*
       0140-LOCALIZAR-OPERADOR.
           SET WRK-OPERADOR-ACHADO TO TRUE.
           IF WRK-QTD-TERMCAD > ZEROS
               SET WRK-IDX-TCAD TO 1
               SEARCH WRK-TCAD
                   AT END
                       CONTINUE
                   WHEN WRK-TCAD-NUMERO(WRK-IDX-TCAD)
                           = WRK-TERMINAL-PROCURADO
                       SET WRK-IDX-OPR
                           TO WRK-TCAD-OPERADOR(WRK-IDX-TCAD)
                       GO TO 0140-LOCALIZAR-OPERADOR-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-TERMCAD >= 99
               SET WRK-OPERADOR-FORA TO TRUE
               GO TO 0140-LOCALIZAR-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO WRK-NOME-OPERADOR.
           MOVE ZEROS TO WRK-LOJA-OPERADOR.
           PERFORM 0130-GUARDAR-TERMINAL
               THRU 0130-GUARDAR-TERMINAL-EXIT.
       0140-LOCALIZAR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DIA COMERCIAL DE WRK-DATA-CALCULO (ANO X 360 + MES X *
      * 30 + DIA), PARA DIFERENCAS EM DIAS COMO NO REJRECIC. *
      *----------------------------------------------------*
       0150-CALCULAR-DIA-COMERCIAL.
           COMPUTE WRK-DIA-COMERCIAL = WRK-CAL-ANO * 360
               + WRK-CAL-MES * 30 + WRK-CAL-DIA.
       0150-CALCULAR-DIA-COMERCIAL-EXIT.
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
      * PRIMEIRA PASSADA PELO OPERDIA: SO AS OPERACOES DOS   *
      * SETE DIAS QUE TERMINAM NA DATA FINAL.                *
      *----------------------------------------------------*
       0200-LER-OPERACOES.
           PERFORM UNTIL WRK-FS-OPE = '10'
               READ OPERDIA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-OPE
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0210-ACUMULAR-OPERACAO
                           THRU 0210-ACUMULAR-OPERACAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE OPERDIA-ARQ.
       0200-LER-OPERACOES-EXIT.
           EXIT.

       0210-ACUMULAR-OPERACAO.
           MOVE WRK-OPE-DATA TO WRK-DATA-CALCULO.
           PERFORM 0150-CALCULAR-DIA-COMERCIAL
               THRU 0150-CALCULAR-DIA-COMERCIAL-EXIT.
           COMPUTE WRK-DIAS-DIFERENCA =
               WRK-DIA-COMERCIAL-FIM - WRK-DIA-COMERCIAL.
           IF WRK-DIAS-DIFERENCA < ZEROS
               OR WRK-DIAS-DIFERENCA > 6
               GO TO 0210-ACUMULAR-OPERACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NA-SEMANA.
           MOVE WRK-OPE-TERMINAL TO WRK-TERMINAL-PROCURADO.
           PERFORM 0140-LOCALIZAR-OPERADOR
               THRU 0140-LOCALIZAR-OPERADOR-EXIT.
           IF WRK-OPERADOR-FORA
               GO TO 0210-ACUMULAR-OPERACAO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-OPE-VENDA
                   ADD 1 TO WRK-OPR-QTD-VENDAS(WRK-IDX-OPR)
                   ADD WRK-OPE-VALOR TO WRK-OPR-VENDAS(WRK-IDX-OPR)
               WHEN WRK-OPE-ESTORNO
                   ADD 1 TO WRK-OPR-QTD-ESTORNOS(WRK-IDX-OPR)
                   ADD WRK-OPE-VALOR TO WRK-OPR-ESTORNOS(WRK-IDX-OPR)
                   PERFORM 0220-GUARDAR-ESTORNO
                       THRU 0220-GUARDAR-ESTORNO-EXIT
               WHEN WRK-OPE-PRECO
                   ADD 1 TO WRK-OPR-PRECOS(WRK-IDX-OPR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0210-ACUMULAR-OPERACAO-EXIT.
           EXIT.

       0220-GUARDAR-ESTORNO.
           IF WRK-QTD-ESTORNOS >= 2000
               ADD 1 TO WRK-QTD-ESTORNOS-FORA
               GO TO 0220-GUARDAR-ESTORNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ESTORNOS.
           SET WRK-IDX-EST TO WRK-QTD-ESTORNOS.
           MOVE WRK-OPE-REFERENCIA TO WRK-EST-REFERENCIA(WRK-IDX-EST).
           MOVE WRK-OPE-DATA TO WRK-EST-DATA(WRK-IDX-EST).
           MOVE ZEROS TO WRK-EST-DATA-VENDA(WRK-IDX-EST).
           SET WRK-EST-OPERADOR(WRK-IDX-EST) TO WRK-IDX-OPR.
       0220-GUARDAR-ESTORNO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SEGUNDA PASSADA PELO OPERDIA: ACHA A DATA DA VENDA   *
      * ORIGINAL DE CADA ESTORNO DA SEMANA E CONTA OS DE     *
      * VENDA ANTIGA (OU FORA DO DIARIO) POR OPERADOR.       *
      *----------------------------------------------------*
       0300-CASAR-ESTORNOS.
           IF WRK-QTD-ESTORNOS = ZEROS
               GO TO 0300-CASAR-ESTORNOS-EXIT
           END-IF.
           IF WRK-QTD-ESTORNOS-FORA > ZEROS
               DISPLAY 'OPERREL: ' WRK-QTD-ESTORNOS-FORA
                   ' ESTORNOS ALEM DE 2000 SEM CONFERENCIA DE IDADE'
           END-IF.
           OPEN INPUT OPERDIA-ARQ.
           PERFORM UNTIL WRK-FS-OPE = '10'
               READ OPERDIA-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-OPE
                   NOT AT END
                       IF WRK-OPE-VENDA
                           PERFORM 0310-PROCURAR-ESTORNO
                               THRU 0310-PROCURAR-ESTORNO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERDIA-ARQ.
           PERFORM 0320-AVALIAR-IDADE THRU 0320-AVALIAR-IDADE-EXIT
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-ESTORNOS.
       0300-CASAR-ESTORNOS-EXIT.
           EXIT.

       0310-PROCURAR-ESTORNO.
           SET WRK-IDX-EST TO 1.
           SEARCH WRK-EST
               AT END
                   CONTINUE
               WHEN WRK-EST-REFERENCIA(WRK-IDX-EST)
                       = WRK-OPE-REFERENCIA
                   AND WRK-EST-DATA-VENDA(WRK-IDX-EST) = ZEROS
                   AND WRK-OPE-DATA NOT > WRK-EST-DATA(WRK-IDX-EST)
                   MOVE WRK-OPE-DATA
                       TO WRK-EST-DATA-VENDA(WRK-IDX-EST)
           END-SEARCH.
       0310-PROCURAR-ESTORNO-EXIT.
           EXIT.

       0320-AVALIAR-IDADE.
           SET WRK-IDX-OPR TO WRK-EST-OPERADOR(WRK-IDX-EST).
           IF WRK-EST-DATA-VENDA(WRK-IDX-EST) = ZEROS
               ADD 1 TO WRK-OPR-ANTIGOS(WRK-IDX-OPR)
               GO TO 0320-AVALIAR-IDADE-EXIT
           END-IF.
           MOVE WRK-EST-DATA(WRK-IDX-EST) TO WRK-DATA-CALCULO.
           PERFORM 0150-CALCULAR-DIA-COMERCIAL
               THRU 0150-CALCULAR-DIA-COMERCIAL-EXIT.
           MOVE WRK-DIA-COMERCIAL TO WRK-DIAS-DIFERENCA.
           MOVE WRK-EST-DATA-VENDA(WRK-IDX-EST) TO WRK-DATA-CALCULO.
           PERFORM 0150-CALCULAR-DIA-COMERCIAL
               THRU 0150-CALCULAR-DIA-COMERCIAL-EXIT.
           SUBTRACT WRK-DIA-COMERCIAL FROM WRK-DIAS-DIFERENCA.
           IF WRK-DIAS-DIFERENCA > WRK-DIAS-ANTIGO
               ADD 1 TO WRK-OPR-ANTIGOS(WRK-IDX-OPR)
           END-IF.
       0320-AVALIAR-IDADE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * FALTA DE CAIXA ACUMULADA NO MES DA DATA FINAL, POR   *
      * TERMINAL (CAIXAMTD, MANTIDO PELO CAIXACON).          *
      *----------------------------------------------------*
       0400-CARREGAR-FALTAS.
           OPEN INPUT MTD-ARQ.
           IF WRK-FS-MTD NOT = '00'
               DISPLAY 'OPERREL: CAIXAMTD INDISPONIVEL - SEM FALTAS '
                   'DE CAIXA NO RELATORIO'
               GO TO 0400-CARREGAR-FALTAS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MTD = '10'
               READ MTD-ARQ
                   AT END MOVE '10' TO WRK-FS-MTD
                   NOT AT END
                       IF MTD-ANO-MES = WRK-FIM-AAAAMM
                           MOVE MTD-TERMINAL TO WRK-TERMINAL-PROCURADO
                           PERFORM 0140-LOCALIZAR-OPERADOR
                               THRU 0140-LOCALIZAR-OPERADOR-EXIT
                           IF WRK-OPERADOR-ACHADO
                               ADD MTD-FALTA-ACUMULADA
                                   TO WRK-OPR-FALTA(WRK-IDX-OPR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MTD-ARQ.
       0400-CARREGAR-FALTAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ITENS AINDA EM SUSPENSO POR TERMINAL (VENDSUSP, O    *
      * SALDO DE SUSPENSOS DO REJRECIC).                     *
      *----------------------------------------------------*
       0450-CARREGAR-SUSPENSOS.
           OPEN INPUT VENDSUSP-ARQ.
           IF WRK-FS-SUS NOT = '00'
               DISPLAY 'OPERREL: VENDSUSP INDISPONIVEL - SEM ITENS '
                   'EM SUSPENSO NO RELATORIO'
               GO TO 0450-CARREGAR-SUSPENSOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-SUS = '10'
               READ VENDSUSP-ARQ
                   AT END MOVE '10' TO WRK-FS-SUS
                   NOT AT END
                       MOVE SUS-TERMINAL TO WRK-TERMINAL-PROCURADO
                       PERFORM 0140-LOCALIZAR-OPERADOR
                           THRU 0140-LOCALIZAR-OPERADOR-EXIT
                       IF WRK-OPERADOR-ACHADO
                           ADD 1 TO WRK-OPR-SUSPENSOS(WRK-IDX-OPR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDSUSP-ARQ.
       0450-CARREGAR-SUSPENSOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PERCENTUAL DE ESTORNO DE CADA OPERADOR E MEDIAS POR  *
      * LOJA, SO DOS OPERADORES COM ALGUM INDICADOR (QUEM    *
      * NAO TRABALHOU NA SEMANA NAO ENTRA NA MEDIA).         *
      *----------------------------------------------------*
       0500-APURAR-MEDIAS.
           PERFORM 0510-SOMAR-NA-LOJA THRU 0510-SOMAR-NA-LOJA-EXIT
               VARYING WRK-IDX-OPR FROM 1 BY 1
               UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES.
           PERFORM 0520-CALCULAR-MEDIA THRU 0520-CALCULAR-MEDIA-EXIT
               VARYING WRK-IDX-LOJ FROM 1 BY 1
               UNTIL WRK-IDX-LOJ > WRK-QTD-LOJAS.
           PERFORM 0530-MARCAR-ALERTAS THRU 0530-MARCAR-ALERTAS-EXIT
               VARYING WRK-IDX-OPR FROM 1 BY 1
               UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES.
       0500-APURAR-MEDIAS-EXIT.
           EXIT.

       0510-SOMAR-NA-LOJA.
           IF WRK-OPR-QTD-VENDAS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-QTD-ESTORNOS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-PRECOS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-FALTA(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-SUSPENSOS(WRK-IDX-OPR) = ZEROS
               GO TO 0510-SOMAR-NA-LOJA-EXIT
           END-IF.
           IF WRK-OPR-VENDAS(WRK-IDX-OPR) > ZEROS
               COMPUTE WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR) ROUNDED =
                   WRK-OPR-ESTORNOS(WRK-IDX-OPR) * 100
                   / WRK-OPR-VENDAS(WRK-IDX-OPR)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR)
               END-COMPUTE
           ELSE
               IF WRK-OPR-ESTORNOS(WRK-IDX-OPR) > ZEROS
                   MOVE 999,99 TO WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR)
               END-IF
           END-IF.
           SET WRK-IDX-LOJ TO 1.
           IF WRK-QTD-LOJAS > ZEROS
               SEARCH WRK-LOJ
                   AT END
                       SET WRK-IDX-LOJ TO 1
                   WHEN WRK-LOJ-LOJA(WRK-IDX-LOJ)
                           = WRK-OPR-LOJA(WRK-IDX-OPR)
                       GO TO 0510-SOMAR-NA-LOJA-SOMAR
               END-SEARCH
           END-IF.
           ADD 1 TO WRK-QTD-LOJAS.
           SET WRK-IDX-LOJ TO WRK-QTD-LOJAS.
           MOVE WRK-OPR-LOJA(WRK-IDX-OPR) TO WRK-LOJ-LOJA(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-VENDAS(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-ESTORNOS(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-ANTIGOS(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-PRECOS(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-FALTA(WRK-IDX-LOJ).
           MOVE ZEROS TO WRK-LOJ-SUSPENSOS(WRK-IDX-LOJ).
       0510-SOMAR-NA-LOJA-SOMAR.
           ADD 1 TO WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
           ADD WRK-OPR-VENDAS(WRK-IDX-OPR)
               TO WRK-LOJ-VENDAS(WRK-IDX-LOJ).
           ADD WRK-OPR-ESTORNOS(WRK-IDX-OPR)
               TO WRK-LOJ-ESTORNOS(WRK-IDX-LOJ).
           ADD WRK-OPR-ANTIGOS(WRK-IDX-OPR)
               TO WRK-LOJ-ANTIGOS(WRK-IDX-LOJ).
           ADD WRK-OPR-PRECOS(WRK-IDX-OPR)
               TO WRK-LOJ-PRECOS(WRK-IDX-LOJ).
           ADD WRK-OPR-FALTA(WRK-IDX-OPR) TO WRK-LOJ-FALTA(WRK-IDX-LOJ).
           ADD WRK-OPR-SUSPENSOS(WRK-IDX-OPR)
               TO WRK-LOJ-SUSPENSOS(WRK-IDX-LOJ).
       0510-SOMAR-NA-LOJA-EXIT.
           EXIT.

       0520-CALCULAR-MEDIA.
           MOVE ZEROS TO WRK-LOJ-MED-PERC(WRK-IDX-LOJ).
           IF WRK-LOJ-VENDAS(WRK-IDX-LOJ) > ZEROS
               COMPUTE WRK-LOJ-MED-PERC(WRK-IDX-LOJ) ROUNDED =
                   WRK-LOJ-ESTORNOS(WRK-IDX-LOJ) * 100
                   / WRK-LOJ-VENDAS(WRK-IDX-LOJ)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-LOJ-MED-PERC(WRK-IDX-LOJ)
               END-COMPUTE
           END-IF.
           COMPUTE WRK-LOJ-MED-ANTIGOS(WRK-IDX-LOJ) ROUNDED =
               WRK-LOJ-ANTIGOS(WRK-IDX-LOJ)
               / WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
           COMPUTE WRK-LOJ-MED-PRECOS(WRK-IDX-LOJ) ROUNDED =
               WRK-LOJ-PRECOS(WRK-IDX-LOJ)
               / WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
           COMPUTE WRK-LOJ-MED-FALTA(WRK-IDX-LOJ) ROUNDED =
               WRK-LOJ-FALTA(WRK-IDX-LOJ)
               / WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
           COMPUTE WRK-LOJ-MED-SUSPENSOS(WRK-IDX-LOJ) ROUNDED =
               WRK-LOJ-SUSPENSOS(WRK-IDX-LOJ)
               / WRK-LOJ-OPERADORES(WRK-IDX-LOJ).
       0520-CALCULAR-MEDIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DESTACA O INDICADOR QUE PASSA DA MEDIA DA LOJA       *
      * MULTIPLICADA PELO FATOR (INDICADOR ZERADO NUNCA E    *
      * DESTACADO).                                          *
      *----------------------------------------------------*
       0530-MARCAR-ALERTAS.
           MOVE SPACES TO WRK-OPR-ALERTAS(WRK-IDX-OPR).
           SET WRK-IDX-LOJ TO 1.
           SEARCH WRK-LOJ
               AT END
                   GO TO 0530-MARCAR-ALERTAS-EXIT
               WHEN WRK-LOJ-LOJA(WRK-IDX-LOJ)
                       = WRK-OPR-LOJA(WRK-IDX-OPR)
                   CONTINUE
           END-SEARCH.
           COMPUTE WRK-LIMITE =
               WRK-LOJ-MED-PERC(WRK-IDX-LOJ) * WRK-FATOR.
           IF WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR) > WRK-LIMITE
               AND WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR) > ZEROS
               MOVE 'E' TO WRK-OPR-ALERTAS(WRK-IDX-OPR)(1:1)
           END-IF.
           COMPUTE WRK-LIMITE =
               WRK-LOJ-MED-ANTIGOS(WRK-IDX-LOJ) * WRK-FATOR.
           IF WRK-OPR-ANTIGOS(WRK-IDX-OPR) > WRK-LIMITE
               AND WRK-OPR-ANTIGOS(WRK-IDX-OPR) > ZEROS
               MOVE 'A' TO WRK-OPR-ALERTAS(WRK-IDX-OPR)(2:1)
           END-IF.
           COMPUTE WRK-LIMITE =
               WRK-LOJ-MED-PRECOS(WRK-IDX-LOJ) * WRK-FATOR.
           IF WRK-OPR-PRECOS(WRK-IDX-OPR) > WRK-LIMITE
               AND WRK-OPR-PRECOS(WRK-IDX-OPR) > ZEROS
               MOVE 'P' TO WRK-OPR-ALERTAS(WRK-IDX-OPR)(3:1)
           END-IF.
           COMPUTE WRK-LIMITE =
               WRK-LOJ-MED-FALTA(WRK-IDX-LOJ) * WRK-FATOR.
           IF WRK-OPR-FALTA(WRK-IDX-OPR) > WRK-LIMITE
               AND WRK-OPR-FALTA(WRK-IDX-OPR) > ZEROS
               MOVE 'F' TO WRK-OPR-ALERTAS(WRK-IDX-OPR)(4:1)
           END-IF.
           COMPUTE WRK-LIMITE =
               WRK-LOJ-MED-SUSPENSOS(WRK-IDX-LOJ) * WRK-FATOR.
           IF WRK-OPR-SUSPENSOS(WRK-IDX-OPR) > WRK-LIMITE
               AND WRK-OPR-SUSPENSOS(WRK-IDX-OPR) > ZEROS
               MOVE 'S' TO WRK-OPR-ALERTAS(WRK-IDX-OPR)(5:1)
           END-IF.
           IF WRK-OPR-ALERTAS(WRK-IDX-OPR) NOT = SPACES
               ADD 1 TO WRK-QTD-DESTACADOS
           END-IF.
       0530-MARCAR-ALERTAS-EXIT.
           EXIT.

       0600-IMPRIMIR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CABECALHO.
           PERFORM 0610-IMPRIMIR-OPERADOR
               THRU 0610-IMPRIMIR-OPERADOR-EXIT
               VARYING WRK-IDX-OPR FROM 1 BY 1
               UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-LEGENDA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-MEDIAS.
           PERFORM 0620-IMPRIMIR-MEDIA THRU 0620-IMPRIMIR-MEDIA-EXIT
               VARYING WRK-IDX-LOJ FROM 1 BY 1
               UNTIL WRK-IDX-LOJ > WRK-QTD-LOJAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE 'OPERACOES LIDAS NO OPERDIA....' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-LIDOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'OPERACOES NA SEMANA...........' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-NA-SEMANA TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
           MOVE 'OPERADORES DESTACADOS.........' TO WRK-LCN-TITULO.
           MOVE WRK-QTD-DESTACADOS TO WRK-LCN-QTD.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTAGEM.
       0600-IMPRIMIR-EXIT.
           EXIT.

       0610-IMPRIMIR-OPERADOR.
           IF WRK-OPR-QTD-VENDAS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-QTD-ESTORNOS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-PRECOS(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-FALTA(WRK-IDX-OPR) = ZEROS
               AND WRK-OPR-SUSPENSOS(WRK-IDX-OPR) = ZEROS
               GO TO 0610-IMPRIMIR-OPERADOR-EXIT
           END-IF.
           MOVE WRK-OPR-NOME(WRK-IDX-OPR) TO WRK-DET-OPERADOR.
           MOVE WRK-OPR-LOJA(WRK-IDX-OPR) TO WRK-DET-LOJA.
           MOVE WRK-OPR-VENDAS(WRK-IDX-OPR) TO WRK-DET-VENDAS.
           MOVE WRK-OPR-QTD-ESTORNOS(WRK-IDX-OPR)
               TO WRK-DET-QTD-ESTORNOS.
           MOVE WRK-OPR-ESTORNOS(WRK-IDX-OPR) TO WRK-DET-ESTORNOS.
           MOVE WRK-OPR-PERC-ESTORNO(WRK-IDX-OPR) TO WRK-DET-PERC.
           MOVE WRK-OPR-ANTIGOS(WRK-IDX-OPR) TO WRK-DET-ANTIGOS.
           MOVE WRK-OPR-PRECOS(WRK-IDX-OPR) TO WRK-DET-PRECOS.
           MOVE WRK-OPR-FALTA(WRK-IDX-OPR) TO WRK-DET-FALTA.
           MOVE WRK-OPR-SUSPENSOS(WRK-IDX-OPR) TO WRK-DET-SUSPENSOS.
           MOVE WRK-OPR-ALERTAS(WRK-IDX-OPR) TO WRK-DET-ALERTAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0610-IMPRIMIR-OPERADOR-EXIT.
           EXIT.

       0620-IMPRIMIR-MEDIA.
           MOVE WRK-LOJ-LOJA(WRK-IDX-LOJ) TO WRK-MED-LOJA.
           MOVE WRK-LOJ-OPERADORES(WRK-IDX-LOJ) TO WRK-MED-OPERADORES.
           MOVE WRK-LOJ-MED-PERC(WRK-IDX-LOJ) TO WRK-MED-PERC.
           MOVE WRK-LOJ-MED-ANTIGOS(WRK-IDX-LOJ) TO WRK-MED-ANTIGOS.
           MOVE WRK-LOJ-MED-PRECOS(WRK-IDX-LOJ) TO WRK-MED-PRECOS.
           MOVE WRK-LOJ-MED-FALTA(WRK-IDX-LOJ) TO WRK-MED-FALTA.
           MOVE WRK-LOJ-MED-SUSPENSOS(WRK-IDX-LOJ)
               TO WRK-MED-SUSPENSOS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MEDIA.
       0620-IMPRIMIR-MEDIA-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE RELATORIO-ARQ
               DISPLAY 'OPERREL: ' WRK-QTD-NA-SEMANA
                   ' OPERACOES NA SEMANA, ' WRK-QTD-DESTACADOS
                   ' OPERADORES DESTACADOS'
           ELSE
               DISPLAY 'OPERREL: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

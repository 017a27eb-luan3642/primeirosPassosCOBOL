      * CREDITOS DE PREVIDENCIA A RECOLHER (CARTAO GLINSS),
      * IMPOSTO A RECOLHER (CARTAO GLIRF), ADIANTAMENTOS A
      * COMPENSAR (CARTAO GLADI), EMPRESTIMOS A RECEBER (CARTAO
      * GLEMPR), PENSOES ALIMENTICIAS A PAGAR (CARTAO GLPENS) E
      * SALARIOS A PAGAR (CARTAO GLCRED). O VALE-TRANSPORTE
      * COMPRADO NA COMPETENCIA (VTRMES) E CREDITADO NA CONTA
      * DE VALES-TRANSPORTE (CARTAO GLVTRAN), E A PARTE NAO
      * DESCONTADA DO FUNCIONARIO E DEBITADA COMO CUSTO DA
      * EMPRESA POR DEPARTAMENTO (CARTAO GLVTDES). O RELATORIO
      * DE CONTROLE (GLFCTRL) PROVA DEBITOS = CREDITOS, COMO O
      * GLCTRL DO GLPOST, E MOSTRA O CUSTO DE VALE-TRANSPORTE
      * DE CADA DEPARTAMENTO.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - A PENSAO ALIMENTICIA JUDICIAL DESCONTADA PELO CALCLIQ
      *   (NET-DESC-PENSAO) GANHOU CREDITO PROPRIO DE PENSOES A
      *   PAGAR (CARTAO GLPENS, PADRAO 21000005) - SEM ELE O
      *   LIQUIDO MENOR DEIXARIA OS LANCAMENTOS DESBALANCEADOS.
      * - CONTABILIZACAO DO VALE-TRANSPORTE: LE OS VALES
      *   COMPRADOS PELO VTRCALC NA COMPETENCIA (ARQUIVO VTRMES,
      *   CARTAO COMPET COMO NO CALCLIQ), CREDITA O VALOR TOTAL
      *   NA CONTA DE VALES-TRANSPORTE (CARTAO GLVTRAN, PADRAO
      *   11000007) E DEBITA A PARTE QUE O CALCLIQ NAO DESCONTOU
      *   (NET-DESC-VTRANSP) COMO DESPESA DA EMPRESA POR
      *   DEPARTAMENTO (CARTAO GLVTDES, PADRAO 31000002). O
      *   CUSTO POR DEPARTAMENTO SAI TAMBEM NO GLFCTRL.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EMP.

           SELECT GLPENS-ARQ ASSIGN TO 'GLPENS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PEN.

           SELECT GLVTRAN-ARQ ASSIGN TO 'GLVTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTR.

           SELECT GLVTDES-ARQ ASSIGN TO 'GLVTDES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTD.

           SELECT VALEMES-ARQ ASSIGN TO 'VTRMES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VTM.

           SELECT COMPET-ARQ ASSIGN TO 'COMPET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CMP.

           SELECT GLFILE-ARQ ASSIGN TO 'GLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLF.
       FD  GLEMPR-ARQ.
       01  WRK-REG-GLEMPR              PIC 9(08).

       FD  GLPENS-ARQ.
       01  WRK-REG-GLPENS              PIC 9(08).

       FD  GLVTRAN-ARQ.
       01  WRK-REG-GLVTRAN             PIC 9(08).

       FD  GLVTDES-ARQ.
       01  WRK-REG-GLVTDES             PIC 9(08).

       FD  VALEMES-ARQ.
           COPY 'VTRMREG.COB'.

       FD  COMPET-ARQ.
       01  WRK-REG-COMPET              PIC 9(06).

       FD  GLFILE-ARQ.
       01  WRK-REG-GLFILE.
           05  GLF-TIPO                PIC X(01).
       77  WRK-FS-IRF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ADI                  PIC X(02) VALUE SPACES.
       77  WRK-FS-EMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTR                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-VTM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CMP                  PIC X(02) VALUE SPACES.
       77  WRK-FS-GLF                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CTL                  PIC X(02) VALUE SPACES.

           88  WRK-ARQUIVOS-OK                    VALUE 'S'.

       01  WRK-DATA-SISTEMA             PIC 9(08).
       01  WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
           05  WRK-ANOMES-SISTEMA       PIC 9(06).
           05  FILLER                   PIC 9(02).
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.

      *    CONTAS DA CONTABILIZACAO DA FOLHA. OS PADROES SO
      *    VALEM ENQUANTO OS CARTOES NAO EXISTIREM; A CONTA
       77  WRK-CONTA-IRF                PIC 9(08) VALUE 21000003.
       77  WRK-CONTA-ADIANT             PIC 9(08) VALUE 11000005.
       77  WRK-CONTA-EMPREST            PIC 9(08) VALUE 11000006.
       77  WRK-CONTA-PENSAO             PIC 9(08) VALUE 21000005.
       77  WRK-CONTA-VTRANSP            PIC 9(08) VALUE 11000007.
       77  WRK-CONTA-DESP-VTRANSP       PIC 9(08) VALUE 31000002.

       77  WRK-QTD-MAPAS                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MAPAS.
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-IDX-DEPTO.
               10  WRK-DEPTO-NOME        PIC X(10).
               10  WRK-DEPTO-BRUTO       PIC 9(09)V99.
               10  WRK-DEPTO-VTRANSP     PIC 9(09)V99.
       77  WRK-QTD-DEPARTAMENTOS        PIC 9(02) VALUE ZEROS.
       77  WRK-DEPTO-BUSCA              PIC X(10) VALUE SPACES.

      *    VALES-TRANSPORTE COMPRADOS NA COMPETENCIA (VTRMES, VER
      *    VTRMREG.COB), COM O DESCONTO QUE O CALCLIQ FEZ DE
      *    CADA UM. SEM O ARQUIVO, NAO HA VALE A CONTABILIZAR.
       77  WRK-QTD-VALES                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VALE.
           05  WRK-VTT OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-VALES
                   INDEXED BY WRK-IDX-VTT.
               10  WRK-VTT-MATRICULA     PIC 9(06).
               10  WRK-VTT-DEPARTAMENTO  PIC X(10).
               10  WRK-VTT-VALOR         PIC 9(07)V99.
               10  WRK-VTT-DESCONTO      PIC 9(07)V99.
       77  WRK-SW-VALE-CHEIA            PIC X(01) VALUE 'N'.
           88  WRK-VALE-CHEIA                      VALUE 'S'.
       77  WRK-CUSTO-VALE               PIC 9(07)V99 VALUE ZEROS.

       77  WRK-TOTAL-PREVIDENCIA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-IMPOSTO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADIANTAMENTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EMPRESTIMO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PENSAO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-VTRANSP            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACC-DEPTO-BUSCA          PIC X(10) VALUE SPACES.
       77  WRK-CONTA-ENCONTRADA         PIC 9(08) VALUE ZEROS.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-ACUMULAR THRU 0200-ACUMULAR-EXIT
                   UNTIL WRK-FIM-NET
               PERFORM 0250-APURAR-CUSTO-VALE
                   THRU 0250-APURAR-CUSTO-VALE-EXIT
                   VARYING WRK-IDX-VTT FROM 1 BY 1
                   UNTIL WRK-IDX-VTT > WRK-QTD-VALES
               PERFORM 0300-GERAR-LANCAMENTOS
                   THRU 0300-GERAR-LANCAMENTOS-EXIT
               PERFORM 0400-RELATORIO-CONTROLE
           PERFORM 0120-CARREGAR-MAPAS THRU 0120-CARREGAR-MAPAS-EXIT.
           PERFORM 0130-CARREGAR-CONTAS
               THRU 0130-CARREGAR-CONTAS-EXIT.
           PERFORM 0140-CARREGAR-VALES
               THRU 0140-CARREGAR-VALES-EXIT.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE AS CONTAS DE CONTRAPARTIDA DOS CARTOES (GLCRED,   *
      * GLINSS, GLIRF, GLADI, GLEMPR, GLPENS, GLVTRAN,       *
      * GLVTDES). SEM OS CARTOES, USA AS CONTAS PADRAO       *
      * HISTORICAS.                                          *
      *----------------------------------------------------*
       0130-CARREGAR-CONTAS.
           OPEN INPUT GLCRED-ARQ.
               END-READ
               CLOSE GLEMPR-ARQ
           END-IF.
           OPEN INPUT GLPENS-ARQ.
           IF WRK-FS-PEN = '00'
               READ GLPENS-ARQ
                   NOT AT END MOVE WRK-REG-GLPENS
                       TO WRK-CONTA-PENSAO
               END-READ
               CLOSE GLPENS-ARQ
           END-IF.
           OPEN INPUT GLVTRAN-ARQ.
           IF WRK-FS-VTR = '00'
               READ GLVTRAN-ARQ
                   NOT AT END MOVE WRK-REG-GLVTRAN
                       TO WRK-CONTA-VTRANSP
               END-READ
               CLOSE GLVTRAN-ARQ
           END-IF.
           OPEN INPUT GLVTDES-ARQ.
           IF WRK-FS-VTD = '00'
               READ GLVTDES-ARQ
                   NOT AT END MOVE WRK-REG-GLVTDES
                       TO WRK-CONTA-DESP-VTRANSP
               END-READ
               CLOSE GLVTDES-ARQ
           END-IF.
       0130-CARREGAR-CONTAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS VALES-TRANSPORTE COMPRADOS NA COMPETENCIA *
      * DA FOLHA (CARTAO COMPET, AAAAMM; SEM O CARTAO, O     *
      * ANO/MES DA EXECUCAO). REGISTRO DE OUTRA COMPETENCIA  *
      * E IGNORADO, COMO NO CALCLIQ.                         *
      *----------------------------------------------------*
       0140-CARREGAR-VALES.
           MOVE ZEROS TO WRK-QTD-VALES.
           MOVE WRK-ANOMES-SISTEMA TO WRK-COMPETENCIA.
           OPEN INPUT COMPET-ARQ.
           IF WRK-FS-CMP = '00'
               READ COMPET-ARQ
                   NOT AT END MOVE WRK-REG-COMPET
                       TO WRK-COMPETENCIA
               END-READ
               CLOSE COMPET-ARQ
           END-IF.
           OPEN INPUT VALEMES-ARQ.
           IF WRK-FS-VTM NOT = '00'
               GO TO 0140-CARREGAR-VALES-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-VTM = '10'
               READ VALEMES-ARQ
                   AT END MOVE '10' TO WRK-FS-VTM
                   NOT AT END
                       IF WRK-VTM-COMPETENCIA = WRK-COMPETENCIA
                           IF WRK-QTD-VALES >= 2000
                               IF NOT WRK-VALE-CHEIA
                                   SET WRK-VALE-CHEIA TO TRUE
                                   DISPLAY 'GLFOLHA: MAIS DE 2000 '
                                       'VALES-TRANSPORTE - '
                                       'EXCEDENTES FORA DOS '
                                       'LANCAMENTOS'
                               END-IF
                           ELSE
                               ADD 1 TO WRK-QTD-VALES
                               SET WRK-IDX-VTT TO WRK-QTD-VALES
                               MOVE WRK-VTM-MATRICULA TO
                                   WRK-VTT-MATRICULA(WRK-IDX-VTT)
                               MOVE WRK-VTM-DEPARTAMENTO TO
                                   WRK-VTT-DEPARTAMENTO(WRK-IDX-VTT)
                               MOVE WRK-VTM-VALOR TO
                                   WRK-VTT-VALOR(WRK-IDX-VTT)
                               MOVE ZEROS TO
                                   WRK-VTT-DESCONTO(WRK-IDX-VTT)
                               ADD WRK-VTM-VALOR
                                   TO WRK-TOTAL-VTRANSP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEMES-ARQ.
       0140-CARREGAR-VALES-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
           ADD NET-DESC-IMPOSTO TO WRK-TOTAL-IMPOSTO.
           ADD NET-DESC-ADIANTAMENTO TO WRK-TOTAL-ADIANTAMENTO.
           ADD NET-DESC-EMPRESTIMO TO WRK-TOTAL-EMPRESTIMO.
           ADD NET-DESC-PENSAO TO WRK-TOTAL-PENSAO.
           ADD NET-SALARIO-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           IF NET-DESC-VTRANSP > ZEROS AND WRK-QTD-VALES > ZEROS
               SET WRK-IDX-VTT TO 1
               SEARCH WRK-VTT
                   AT END
                       CONTINUE
                   WHEN WRK-VTT-MATRICULA(WRK-IDX-VTT) = NET-MATRICULA
                       MOVE NET-DESC-VTRANSP
                           TO WRK-VTT-DESCONTO(WRK-IDX-VTT)
               END-SEARCH
           END-IF.

           MOVE NET-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM 0210-LOCALIZAR-DEPARTAMENTO
               THRU 0210-LOCALIZAR-DEPARTAMENTO-EXIT.
           IF WRK-DEPTO-BUSCA = SPACES
               GO TO 0200-ACUMULAR-EXIT
           END-IF.
           ADD NET-SALARIO-BRUTO TO WRK-DEPTO-BRUTO(WRK-IDX-DEPTO).
       0200-ACUMULAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * POSICIONA WRK-IDX-DEPTO NO DEPARTAMENTO PEDIDO,      *
      * ABRINDO A LINHA SE FOR NOVO. ACIMA DE 50, AVISA E    *
      * DEVOLVE O DEPARTAMENTO EM BRANCO.                    *
      *----------------------------------------------------*
       0210-LOCALIZAR-DEPARTAMENTO.
           SET WRK-IDX-DEPTO TO 1.
           SEARCH WRK-DEPTO
               AT END
                   IF WRK-QTD-DEPARTAMENTOS >= 50
                       DISPLAY 'GLFOLHA: MAIS DE 50 DEPARTAMENTOS - '
                           'DEPARTAMENTO ' WRK-DEPTO-BUSCA
                           ' FORA DOS LANCAMENTOS'
                       MOVE SPACES TO WRK-DEPTO-BUSCA
                   ELSE
                       ADD 1 TO WRK-QTD-DEPARTAMENTOS
                       SET WRK-IDX-DEPTO TO WRK-QTD-DEPARTAMENTOS
                       MOVE WRK-DEPTO-BUSCA
                           TO WRK-DEPTO-NOME(WRK-IDX-DEPTO)
                       MOVE ZEROS TO WRK-DEPTO-BRUTO(WRK-IDX-DEPTO)
                       MOVE ZEROS TO WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO)
                   END-IF
               WHEN WRK-DEPTO-NOME(WRK-IDX-DEPTO) = WRK-DEPTO-BUSCA
                   CONTINUE
           END-SEARCH.
       0210-LOCALIZAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CUSTO DA EMPRESA COM O VALE-TRANSPORTE DE CADA       *
      * FUNCIONARIO: O VALOR COMPRADO MENOS O QUE O CALCLIQ  *
      * DESCONTOU, SOMADO AO DEPARTAMENTO DA COMPRA.         *
      *----------------------------------------------------*
       0250-APURAR-CUSTO-VALE.
           COMPUTE WRK-CUSTO-VALE = WRK-VTT-VALOR(WRK-IDX-VTT)
               - WRK-VTT-DESCONTO(WRK-IDX-VTT).
           IF WRK-CUSTO-VALE = ZEROS
               GO TO 0250-APURAR-CUSTO-VALE-EXIT
           END-IF.
           MOVE WRK-VTT-DEPARTAMENTO(WRK-IDX-VTT) TO WRK-DEPTO-BUSCA.
           PERFORM 0210-LOCALIZAR-DEPARTAMENTO
               THRU 0210-LOCALIZAR-DEPARTAMENTO-EXIT.
           IF WRK-DEPTO-BUSCA = SPACES
               SUBTRACT WRK-CUSTO-VALE FROM WRK-TOTAL-VTRANSP
               GO TO 0250-APURAR-CUSTO-VALE-EXIT
           END-IF.
           ADD WRK-CUSTO-VALE TO WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO).
       0250-APURAR-CUSTO-VALE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GERA OS LANCAMENTOS: UM DEBITO DE DESPESA POR        *
      * DEPARTAMENTO (BRUTO), OUTRO DE CUSTO DE VALE-        *
      * TRANSPORTE POR DEPARTAMENTO E OS CREDITOS DE         *
      * PREVIDENCIA, IMPOSTO, ADIANTAMENTOS, EMPRESTIMOS,    *
      * PENSOES, VALES-TRANSPORTE E SALARIOS A PAGAR. OS     *
      * LANCAMENTOS SAO ACRESCENTADOS AO GLFILE, JUNTO COM   *
      * OS DO GLPOST.                                        *
      *----------------------------------------------------*
       0300-GERAR-LANCAMENTOS.
           OPEN EXTEND GLFILE-ARQ.
               THRU 0310-LANCAR-DEPARTAMENTO-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.
           PERFORM 0315-LANCAR-CUSTO-VALE
               THRU 0315-LANCAR-CUSTO-VALE-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.

           MOVE WRK-CONTA-INSS TO GLF-CONTA.
           MOVE WRK-TOTAL-PREVIDENCIA TO GLF-VALOR.
           MOVE WRK-TOTAL-EMPRESTIMO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-PENSAO TO GLF-CONTA.
           MOVE WRK-TOTAL-PENSAO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-VTRANSP TO GLF-CONTA.
           MOVE WRK-TOTAL-VTRANSP TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.

           MOVE WRK-CONTA-CREDITO TO GLF-CONTA.
           MOVE WRK-TOTAL-LIQUIDO TO GLF-VALOR.
           PERFORM 0320-CREDITAR THRU 0320-CREDITAR-EXIT.
       0310-LANCAR-DEPARTAMENTO-EXIT.
           EXIT.

       0315-LANCAR-CUSTO-VALE.
           IF WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO) = ZEROS
               GO TO 0315-LANCAR-CUSTO-VALE-EXIT
           END-IF.
           MOVE 'D' TO GLF-TIPO.
           MOVE WRK-CONTA-DESP-VTRANSP TO GLF-CONTA.
           MOVE WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO) TO GLF-VALOR.
           MOVE WRK-DATA-SISTEMA TO GLF-DATA.
           MOVE WRK-DEPTO-NOME(WRK-IDX-DEPTO) TO GLF-ORIGEM.
           WRITE WRK-REG-GLFILE.
           ADD WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO) TO WRK-TOTAL-DEBITOS.
       0315-LANCAR-CUSTO-VALE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA UM CREDITO COM A CONTA E O VALOR JA PREPARADOS *
      * EM GLF-CONTA/GLF-VALOR. CREDITO ZERADO NAO E GRAVADO *
      * (MES SEM ADIANTAMENTO, EMPRESTIMO, PENSAO OU VALE).  *
      *----------------------------------------------------*
       0320-CREDITAR.
           IF GLF-VALOR = ZEROS
           EXIT.

      *----------------------------------------------------*
      * RELATORIO DE CONTROLE: CUSTO DE VALE-TRANSPORTE POR  *
      * DEPARTAMENTO, TOTAL DE DEBITOS, TOTAL DE CREDITOS E  *
      * A PROVA DE QUE FECHAM.                               *
      *----------------------------------------------------*
       0400-RELATORIO-CONTROLE.
           CLOSE NETPAY-ARQ.
           OPEN OUTPUT GLCTRL-ARQ.
           WRITE WRK-LINHA-CONTROLE FROM WRK-CAB-CONTROLE.
           PERFORM 0410-IMPRIMIR-CUSTO-VALE
               THRU 0410-IMPRIMIR-CUSTO-VALE-EXIT
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPARTAMENTOS.

           MOVE 'TOTAL DEBITOS.........' TO WRK-CTL-TITULO.
           MOVE WRK-TOTAL-DEBITOS TO WRK-CTL-VALOR.
               ' FUNCIONARIOS CONTABILIZADA - ' WRK-CTL-SITUACAO.
       0400-RELATORIO-CONTROLE-EXIT.
           EXIT.

       0410-IMPRIMIR-CUSTO-VALE.
           IF WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO) = ZEROS
               GO TO 0410-IMPRIMIR-CUSTO-VALE-EXIT
           END-IF.
           MOVE SPACES TO WRK-CTL-TITULO.
           STRING 'CUSTO VT ' DELIMITED BY SIZE
                  WRK-DEPTO-NOME(WRK-IDX-DEPTO) DELIMITED BY SIZE
                  INTO WRK-CTL-TITULO.
           MOVE WRK-DEPTO-VTRANSP(WRK-IDX-DEPTO) TO WRK-CTL-VALOR.
           WRITE WRK-LINHA-CONTROLE FROM WRK-LINHA-TOTAL-CTL.
       0410-IMPRIMIR-CUSTO-VALE-EXIT.
           EXIT.

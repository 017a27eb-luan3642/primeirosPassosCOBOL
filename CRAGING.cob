      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - O CADASTRO DE CLIENTES (CLIENREG.COB) GANHOU O LIMITE
      *   E A SITUACAO DE CREDITO NO FIM DO REGISTRO; SO O
      *   LAYOUT ACOMPANHOU.
      * - VENDA PARCELADA: CADA PARCELA E UM ITEM DO CRABERTO E
      *   PASSOU A SER ENVELHECIDA PELO SEU PROPRIO VENCIMENTO
      *   (ITEM SEM VENCIMENTO, PELA DATA DA VENDA). PARCELA
      *   QUE AINDA NAO VENCEU VAI PARA A FAIXA NOVA 'A VENCER'.
      *   A LINHA DO ITEM MOSTRA A PARCELA (NN/NN).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    DATA DE REFERENCIA DO AGING DO ITEM: O VENCIMENTO DA
      *    PARCELA OU, SEM ELE, A DATA DA VENDA.
       01  WRK-DATA-BASE.
           05  WRK-BAS-ANO              PIC 9(04).
           05  WRK-BAS-MES              PIC 9(02).
           05  WRK-BAS-DIA              PIC 9(02).

      *    NOMES DOS CLIENTES (CLIMSTR), SO PARA O RELATORIO.
       77  WRK-QTD-CLIENTES             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
       77  WRK-NOME-CLIENTE             PIC X(20) VALUE SPACES.
       77  WRK-DIAS-ABERTO              PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-ITENS                PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-A-VENCER             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ATE-30               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-31-60                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-61-90                PIC 9(09)V99 VALUE ZEROS.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-REFERENCIA       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PARCELA          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WRK-DET-QTD-PARCELAS     PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-VALOR            PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DIAS             PIC -ZZZ9.
           05  FILLER                   PIC X(05) VALUE ' DIAS'.

       01  WRK-LINHA-FAIXA.
           EXIT.

      *----------------------------------------------------*
      * ENVELHECE CADA ITEM EM ABERTO PELO VENCIMENTO E     *
      * ACUMULA NA FAIXA (DIAS NEGATIVOS = A VENCER).        *
      * EVENTO QUE NAO E ITEM EM ABERTO (ESTORNO AINDA NAO   *
      * CONSOLIDADO PELO CRRECEB) E PULADO.                  *
      *----------------------------------------------------*
               GO TO 0200-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           IF WRK-CRA-VENCIMENTO NUMERIC
               AND WRK-CRA-VENCIMENTO NOT = ZEROS
               MOVE WRK-CRA-VENCIMENTO TO WRK-DATA-BASE
           ELSE
               MOVE WRK-CRA-DATA TO WRK-DATA-BASE
           END-IF.
           COMPUTE WRK-DIAS-ABERTO =
               ((WRK-ANOSYS - WRK-BAS-ANO) * 360)
               + ((WRK-MESSYS - WRK-BAS-MES) * 30)
               + WRK-DIASYS - WRK-BAS-DIA.
           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO < ZEROS
                   ADD WRK-CRA-VALOR TO WRK-TOT-A-VENCER
               WHEN WRK-DIAS-ABERTO <= 30
                   ADD WRK-CRA-VALOR TO WRK-TOT-ATE-30
               WHEN WRK-DIAS-ABERTO <= 60
           MOVE WRK-CRA-CLIENTE TO WRK-DET-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WRK-DET-NOME.
           MOVE WRK-CRA-REFERENCIA TO WRK-DET-REFERENCIA.
           IF WRK-CRA-PARCELA NUMERIC
               AND WRK-CRA-PARCELA NOT = ZEROS
               MOVE WRK-CRA-PARCELA TO WRK-DET-PARCELA
               MOVE WRK-CRA-QTD-PARCELAS TO WRK-DET-QTD-PARCELAS
           ELSE
               MOVE 01 TO WRK-DET-PARCELA
               MOVE 01 TO WRK-DET-QTD-PARCELAS
           END-IF.
           MOVE WRK-CRA-VALOR TO WRK-DET-VALOR.
           MOVE WRK-DIAS-ABERTO TO WRK-DET-DIAS.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
               DISPLAY 'CRAGING: EXECUCAO ENCERRADA SEM PROCESSAR'
               GO TO 0900-ENCERRAR-EXIT
           END-IF.
           MOVE 'A VENCER........' TO WRK-FX-TITULO.
           MOVE WRK-TOT-A-VENCER TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.
           MOVE 'ATE 30 DIAS.....' TO WRK-FX-TITULO.
           MOVE WRK-TOT-ATE-30 TO WRK-FX-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-FAIXA.

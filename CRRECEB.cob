      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - O CADASTRO DE CLIENTES (CLIENREG.COB) GANHOU O LIMITE
      *   E A SITUACAO DE CREDITO NO FIM DO REGISTRO; SO O
      *   LAYOUT ACOMPANHOU.
      * - VENDA PARCELADA: O CRABERTO PASSOU A TER UM ITEM POR
      *   PARCELA (PLANO, PARCELA, TOTAL DE PARCELAS E
      *   VENCIMENTO NO FIM DO CREDIREG.COB), E O CRNOVO LEVA
      *   OS MESMOS CAMPOS. O RECEBIMENTO GANHOU O NUMERO DA
      *   PARCELA NO FIM (00 = A PRIMEIRA PARCELA AINDA EM
      *   ABERTO DA REFERENCIA); O ESTORNO MARCA A PARCELA DE
      *   MESMO NUMERO. REJEITADOS E BAIXAS LEVAM A PARCELA.
      *   TABELA DE ITENS AMPLIADA PARA 9999.
      * - PAGAMENTO EM ATRASO: RECEBIMENTO DIFERENTE DO VALOR DA
      *   PARCELA E ACEITO QUANDO BATE COM O VALOR MAIS A MULTA
      *   E OS JUROS DE MORA NA DATA DO RECEBIMENTO, CALCULADOS
      *   PELA ROTINA CRMORA (A MESMA DAS CARTAS DO CRCOBRA). O
      *   LOG DE BAIXAS GANHOU OS ENCARGOS NO FIM.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  REC-REFERENCIA          PIC 9(08).
           05  REC-VALOR               PIC 9(07)V99.
           05  REC-DATA                PIC 9(08).
           05  REC-PARCELA             PIC 9(02).

       FD  CRNOVO-ARQ.
       01  WRK-REG-CRNOVO.
           05  CRN-DATA                PIC 9(08).
           05  CRN-VALOR               PIC 9(07)V99.
           05  CRN-SITUACAO            PIC X(01).
           05  CRN-PLANO               PIC 9(02).
           05  CRN-PARCELA             PIC 9(02).
           05  CRN-QTD-PARCELAS        PIC 9(02).
           05  CRN-VENCIMENTO          PIC 9(08).

       FD  REJEITADO-ARQ.
       01  WRK-REG-REJEITADO.
           05  REJ-VALOR               PIC 9(07)V99.
           05  REJ-DATA                PIC 9(08).
           05  REJ-MOTIVO              PIC X(30).
           05  REJ-PARCELA             PIC 9(02).

       FD  BAIXALOG-ARQ.
       01  WRK-REG-BAIXALOG.
           05  LIQ-VALOR               PIC 9(07)V99.
           05  LIQ-DATA-RECEBIMENTO    PIC 9(08).
           05  LIQ-DATA-BAIXA          PIC 9(08).
           05  LIQ-PARCELA             PIC 9(02).
           05  LIQ-ENCARGOS            PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'MORAREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.
      *    EXECUCAO. SO OS 'A' SAEM NA GERACAO NOVA.
       77  WRK-QTD-ITENS                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05  WRK-ITM OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-QTD-ITENS
                   INDEXED BY WRK-IDX-ITM.
               10  WRK-ITM-CLIENTE       PIC 9(06).
               10  WRK-ITM-DATA          PIC 9(08).
               10  WRK-ITM-VALOR         PIC 9(07)V99.
               10  WRK-ITM-SITUACAO      PIC X(01).
               10  WRK-ITM-PLANO         PIC 9(02).
               10  WRK-ITM-PARCELA       PIC 9(02).
               10  WRK-ITM-QTD-PARCELAS  PIC 9(02).
               10  WRK-ITM-VENCIMENTO    PIC 9(08).
       77  WRK-SW-ITENS-CHEIA           PIC X(01) VALUE 'N'.
           88  WRK-ITENS-CHEIA                     VALUE 'S'.

       77  WRK-QTD-EM-ABERTO            PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECEBIDO           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EM-ABERTO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ENCARGOS-ITEM            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS           PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      *----------------------------------------------------*
      * CARREGA OS EVENTOS DO CREDIARIO: VENDA 'A' CRIA O    *
      * ITEM; ESTORNO 'E' MARCA O ITEM DA MESMA REFERENCIA   *
      * E PARCELA COMO ESTORNADO.                            *
      *----------------------------------------------------*
       0120-CARREGAR-CREDIARIO.
           OPEN INPUT CRABERTO-ARQ.
                   THRU 0140-MARCAR-ESTORNO-EXIT
               GO TO 0130-GUARDAR-EVENTO-EXIT
           END-IF.
           IF WRK-QTD-ITENS >= 9999
               IF NOT WRK-ITENS-CHEIA
                   SET WRK-ITENS-CHEIA TO TRUE
                   DISPLAY 'CRRECEB: MAIS DE 9999 ITENS NO '
                       'CREDIARIO - EXCEDENTES FORA DA BAIXA'
               END-IF
               GO TO 0130-GUARDAR-EVENTO-EXIT
           MOVE WRK-CRA-DATA TO WRK-ITM-DATA(WRK-IDX-ITM).
           MOVE WRK-CRA-VALOR TO WRK-ITM-VALOR(WRK-IDX-ITM).
           MOVE WRK-CRA-SITUACAO TO WRK-ITM-SITUACAO(WRK-IDX-ITM).
           MOVE WRK-CRA-PLANO TO WRK-ITM-PLANO(WRK-IDX-ITM).
           MOVE WRK-CRA-PARCELA TO WRK-ITM-PARCELA(WRK-IDX-ITM).
           MOVE WRK-CRA-QTD-PARCELAS
               TO WRK-ITM-QTD-PARCELAS(WRK-IDX-ITM).
           MOVE WRK-CRA-VENCIMENTO
               TO WRK-ITM-VENCIMENTO(WRK-IDX-ITM).
       0130-GUARDAR-EVENTO-EXIT.
           EXIT.

                   CONTINUE
               WHEN WRK-ITM-REFERENCIA(WRK-IDX-ITM)
                       = WRK-CRA-REFERENCIA
                   AND WRK-ITM-PARCELA(WRK-IDX-ITM) = WRK-CRA-PARCELA
                   AND WRK-ITM-SITUACAO(WRK-IDX-ITM) = 'A'
                   MOVE 'E' TO WRK-ITM-SITUACAO(WRK-IDX-ITM)
           END-SEARCH.

      *----------------------------------------------------*
      * LE CADA RECEBIMENTO E BAIXA O ITEM CORRESPONDENTE    *
      * (CLIENTE + REFERENCIA + PARCELA, VALOR EXATO).       *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ RECEBIMENTO-ARQ
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           MOVE ZEROS TO WRK-ENCARGOS-ITEM.
           PERFORM 0250-LOCALIZAR-ITEM
               THRU 0250-LOCALIZAR-ITEM-EXIT.
           IF WRK-MOTIVO-REJEICAO NOT = SPACES
           MOVE REC-VALOR TO LIQ-VALOR.
           MOVE REC-DATA TO LIQ-DATA-RECEBIMENTO.
           MOVE WRK-DATA-SISTEMA TO LIQ-DATA-BAIXA.
           MOVE WRK-ITM-PARCELA(WRK-IDX-ITM) TO LIQ-PARCELA.
           MOVE WRK-ENCARGOS-ITEM TO LIQ-ENCARGOS.
           WRITE WRK-REG-BAIXALOG.
           ADD 1 TO WRK-QTD-RECEBIDOS.
           ADD REC-VALOR TO WRK-TOTAL-RECEBIDO.
           ADD WRK-ENCARGOS-ITEM TO WRK-TOTAL-ENCARGOS.
       0200-PROCESSAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PARCELA 00 NO RECEBIMENTO: A PRIMEIRA PARCELA AINDA  *
      * EM ABERTO DA REFERENCIA (OS ITENS ESTAO NA ORDEM DAS *
      * PARCELAS). NAO HAVENDO PARCELA EM ABERTO, A BUSCA    *
      * GERAL DA O MOTIVO DA REJEICAO.                       *
      *----------------------------------------------------*
       0250-LOCALIZAR-ITEM.
           SET WRK-SW-ITEM-ACHADO TO 'N'.
           IF WRK-QTD-ITENS = ZEROS
               MOVE 'ITEM NAO ENCONTRADO' TO WRK-MOTIVO-REJEICAO
               GO TO 0250-LOCALIZAR-ITEM-EXIT
           END-IF.
           IF REC-PARCELA = ZEROS
               SET WRK-IDX-ITM TO 1
               SEARCH WRK-ITM
                   AT END
                       CONTINUE
                   WHEN WRK-ITM-REFERENCIA(WRK-IDX-ITM)
                           = REC-REFERENCIA
                       AND WRK-ITM-CLIENTE(WRK-IDX-ITM) = REC-CLIENTE
                       AND WRK-ITM-SITUACAO(WRK-IDX-ITM) = 'A'
                       SET WRK-ITEM-ACHADO TO TRUE
                       PERFORM 0260-CONFERIR-VALOR
                           THRU 0260-CONFERIR-VALOR-EXIT
               END-SEARCH
               IF WRK-ITEM-ACHADO
                   GO TO 0250-LOCALIZAR-ITEM-EXIT
               END-IF
           END-IF.
           SET WRK-IDX-ITM TO 1.
           SEARCH WRK-ITM
               AT END
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MOTIVO-REJEICAO
               WHEN WRK-ITM-REFERENCIA(WRK-IDX-ITM) = REC-REFERENCIA
                   AND WRK-ITM-CLIENTE(WRK-IDX-ITM) = REC-CLIENTE
                   AND (REC-PARCELA = ZEROS
                       OR WRK-ITM-PARCELA(WRK-IDX-ITM) = REC-PARCELA)
                   SET WRK-ITEM-ACHADO TO TRUE
                   EVALUATE WRK-ITM-SITUACAO(WRK-IDX-ITM)
                       WHEN 'P'
                           MOVE 'ITEM ESTORNADO NO FECHAMENTO'
                               TO WRK-MOTIVO-REJEICAO
                       WHEN OTHER
                           PERFORM 0260-CONFERIR-VALOR
                               THRU 0260-CONFERIR-VALOR-EXIT
                   END-EVALUATE
           END-SEARCH.
       0250-LOCALIZAR-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALOR EXATO DA PARCELA, OU VALOR MAIS MULTA E JUROS  *
      * DE MORA ATE A DATA DO RECEBIMENTO (CRMORA, PELO      *
      * VENCIMENTO DA PARCELA OU, SEM ELE, PELA DATA DA       *
      * VENDA). OUTRO VALOR QUALQUER E REJEITADO.            *
      *----------------------------------------------------*
       0260-CONFERIR-VALOR.
           IF WRK-ITM-VALOR(WRK-IDX-ITM) = REC-VALOR
               GO TO 0260-CONFERIR-VALOR-EXIT
           END-IF.
           IF WRK-ITM-VENCIMENTO(WRK-IDX-ITM) NUMERIC
               AND WRK-ITM-VENCIMENTO(WRK-IDX-ITM) NOT = ZEROS
               MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITM)
                   TO WRK-MR-VENCIMENTO
           ELSE
               MOVE WRK-ITM-DATA(WRK-IDX-ITM) TO WRK-MR-VENCIMENTO
           END-IF.
           MOVE REC-DATA TO WRK-MR-DATA.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITM) TO WRK-MR-VALOR.
           CALL 'CRMORA' USING WRK-MORA-AREA.
           IF WRK-MR-ENCARGOS > ZEROS
               AND WRK-MR-TOTAL = REC-VALOR
               MOVE WRK-MR-ENCARGOS TO WRK-ENCARGOS-ITEM
           ELSE
               MOVE 'VALOR DIVERGE DO ITEM' TO WRK-MOTIVO-REJEICAO
           END-IF.
       0260-CONFERIR-VALOR-EXIT.
           EXIT.

       0850-REJEITAR.
           MOVE REC-CLIENTE TO REJ-CLIENTE.
           MOVE REC-REFERENCIA TO REJ-REFERENCIA.
           MOVE REC-VALOR TO REJ-VALOR.
           MOVE REC-DATA TO REJ-DATA.
           MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE REC-PARCELA TO REJ-PARCELA.
           WRITE WRK-REG-REJEITADO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'CRRECEB: RECEBIMENTO DA REFERENCIA '
               CLOSE BAIXALOG-ARQ
           END-IF.
           DISPLAY 'CRRECEB: ' WRK-QTD-RECEBIDOS
               ' RECEBIMENTOS BAIXADOS (' WRK-TOTAL-RECEBIDO
               ', ENCARGOS ' WRK-TOTAL-ENCARGOS '), '
               WRK-QTD-REJEITADOS ' REJEITADOS, '
               WRK-QTD-EM-ABERTO ' ITENS EM ABERTO ('
               WRK-TOTAL-EM-ABERTO ')'.
           MOVE WRK-ITM-DATA(WRK-IDX-ITM) TO CRN-DATA.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITM) TO CRN-VALOR.
           MOVE 'A' TO CRN-SITUACAO.
           MOVE WRK-ITM-PLANO(WRK-IDX-ITM) TO CRN-PLANO.
           MOVE WRK-ITM-PARCELA(WRK-IDX-ITM) TO CRN-PARCELA.
           MOVE WRK-ITM-QTD-PARCELAS(WRK-IDX-ITM) TO CRN-QTD-PARCELAS.
           MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITM) TO CRN-VENCIMENTO.
           WRITE WRK-REG-CRNOVO.
           ADD 1 TO WRK-QTD-EM-ABERTO.
           ADD WRK-ITM-VALOR(WRK-IDX-ITM) TO WRK-TOTAL-EM-ABERTO.

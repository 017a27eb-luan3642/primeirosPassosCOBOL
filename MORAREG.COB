      ******************************************************
      * MORAREG.COB
      * AREA DE COMUNICACAO DA ROTINA COMUM DE ENCARGOS DE
      * ATRASO DO CREDIARIO (CRMORA.cob): O CHAMADOR PREENCHE O
      * VENCIMENTO DA PARCELA, A DATA DO CALCULO (PAGAMENTO OU
      * AVISO) E O VALOR DA PARCELA, E RECEBE OS DIAS DE ATRASO
      * (DIFERENCA COMERCIAL DE 30 DIAS POR MES, COMO NO
      * CRAGING), A MULTA, OS JUROS DE MORA, O TOTAL DOS
      * ENCARGOS E O TOTAL A PAGAR. PARCELA EM DIA: ENCARGOS
      * ZERADOS E TOTAL = VALOR. USADA PELA COBRANCA (CRCOBRA)
      * E PELA BAIXA DE RECEBIMENTOS (CRRECEB), PARA AS DUAS
      * CHEGAREM AO MESMO VALOR.
      * INCLUIR COM "COPY 'MORAREG.COB'." NA WORKING-STORAGE E
      * CHAMAR COM "CALL 'CRMORA' USING WRK-MORA-AREA."
      ******************************************************
       01  WRK-MORA-AREA.
           05  WRK-MR-VENCIMENTO          PIC 9(08).
           05  WRK-MR-DATA                PIC 9(08).
           05  WRK-MR-VALOR               PIC 9(07)V99.
           05  WRK-MR-DIAS-ATRASO         PIC 9(05).
           05  WRK-MR-MULTA               PIC 9(07)V99.
           05  WRK-MR-JUROS               PIC 9(07)V99.
           05  WRK-MR-ENCARGOS            PIC 9(07)V99.
           05  WRK-MR-TOTAL               PIC 9(09)V99.

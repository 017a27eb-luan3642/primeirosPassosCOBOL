      * SAEM O INFORME DE RENDIMENTOS ANUAL (INFORME) E A
      * SEGUNDA VIA DE HOLERITE/REGISTRO DE MESES PASSADOS -
      * O NETPAY SOZINHO E REGRAVADO A CADA FOLHA E NAO GUARDA
      * NADA. O REGISTRO TEM 160 BYTES (O DESCONTO DE DIAS DE
      * AFASTAMENTO A CARGO DO INSS ENTROU DEPOIS DAS FALTAS, O
      * DE PENSAO ALIMENTICIA DEPOIS DO IMPOSTO DE RENDA E O DE
      * VALE-TRANSPORTE DEPOIS DA PENSAO). O ULTIMO BYTE (160)
      * DISTINGUE A FOLHA NORMAL DO CALCLIQ DOS REGISTROS DE
      * DIFERENCA DA FOLHA COMPLEMENTAR (FOLHACOM), QUE SAO
      * ACRESCENTADOS A UMA COMPETENCIA JA FECHADA SEM TOCAR NO
      * REGISTRO ORIGINAL; A SOMA DOS REGISTROS DA COMPETENCIA E
      * O TOTAL PAGO NO MES. REGISTRO ANTIGO (159 BYTES,
      * COMPLETADO COM BRANCO) CONTA COMO FOLHA NORMAL.
      * INCLUIR COM "COPY 'PAYHREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-HISTORICO-PAGAMENTO.
           05  WRK-PH-VALOR-COMISSAO       PIC 9(07)V99.
           05  WRK-PH-VALOR-EXTRAS         PIC 9(07)V99.
           05  WRK-PH-DESC-FALTAS          PIC 9(07)V99.
           05  WRK-PH-DESC-AFASTAMENTO     PIC 9(07)V99.
           05  WRK-PH-DESC-PREVIDENCIA     PIC 9(07)V99.
           05  WRK-PH-DESC-IMPOSTO         PIC 9(07)V99.
           05  WRK-PH-DESC-PENSAO          PIC 9(07)V99.
           05  WRK-PH-DESC-VTRANSP         PIC 9(07)V99.
           05  WRK-PH-DESC-ADIANTAMENTO    PIC 9(07)V99.
           05  WRK-PH-DESC-EMPRESTIMO      PIC 9(07)V99.
           05  WRK-PH-SALARIO-LIQUIDO      PIC 9(07)V99.
           05  WRK-PH-TIPO-FOLHA           PIC X(01).
               88  WRK-PH-FOLHA-NORMAL         VALUE SPACE 'N'.
               88  WRK-PH-FOLHA-COMPLEMENTAR   VALUE 'C'.

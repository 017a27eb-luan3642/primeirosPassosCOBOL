      ******************************************************
      * PENSPREG.COB
      * LAYOUT DO ARQUIVO DE PENSOES DESCONTADAS NA FOLHA
      * (PENSPAG): UM REGISTRO POR ORDEM JUDICIAL (VER
      * PENSREG.COB) DESCONTADA PELO CALCLIQ NA COMPETENCIA,
      * COM A BASE DE CALCULO USADA E O VALOR DESCONTADO.
      * RECRIADO A CADA FOLHA, COMO O NETPAY; E DELE QUE O
      * PENSREM MONTA A REMESSA AOS BENEFICIARIOS E O
      * RELATORIO POR ORDEM JUDICIAL. O ULTIMO BYTE (34)
      * DISTINGUE A PENSAO DA FOLHA NORMAL DO CALCLIQ DA PENSAO
      * SOBRE A DIFERENCA DA FOLHA COMPLEMENTAR (FOLHACOM), QUE
      * SAI NO ARQUIVO PROPRIO PENSCOMP, NO MESMO LAYOUT.
      * INCLUIR COM "COPY 'PENSPREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PENSAO-PAGA.
           05  WRK-PPG-COMPETENCIA.
               10  WRK-PPG-ANO            PIC 9(04).
               10  WRK-PPG-MES            PIC 9(02).
           05  WRK-PPG-MATRICULA          PIC 9(06).
           05  WRK-PPG-SEQUENCIA          PIC 9(02).
           05  WRK-PPG-BASE               PIC X(01).
           05  WRK-PPG-VALOR-BASE         PIC 9(07)V99.
           05  WRK-PPG-VALOR              PIC 9(07)V99.
           05  WRK-PPG-TIPO-FOLHA         PIC X(01).
               88  WRK-PPG-FOLHA-NORMAL       VALUE SPACE 'N'.
               88  WRK-PPG-FOLHA-COMPLEMENTAR VALUE 'C'.

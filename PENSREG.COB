      ******************************************************
      * PENSREG.COB
      * LAYOUT DO CADASTRO DE ORDENS JUDICIAIS DE PENSAO
      * ALIMENTICIA (PENSMSTR), INDEXADO POR MATRICULA +
      * SEQUENCIA (A SEQUENCIA NUMERA AS ORDENS DE UMA MESMA
      * MATRICULA - UM FUNCIONARIO PODE TER MAIS DE UM
      * BENEFICIARIO). MANTIDO PELO PENSMNT NO MESMO ESTILO DE
      * MOVIMENTOS DO DEPNMNT, LIDO PELO CALCLIQ (DESCONTO NA
      * FOLHA) E PELO PENSREM (REMESSA AOS BENEFICIARIOS E
      * RELATORIO POR ORDEM JUDICIAL).
      * BASE: 'L' = PERCENTUAL DO LIQUIDO (BRUTO MENOS
      *       PREVIDENCIA E IMPOSTO DE RENDA),
      *       'B' = PERCENTUAL DO BRUTO,
      *       'F' = VALOR FIXO MENSAL.
      * FIM ZERADO = ORDEM POR PRAZO INDETERMINADO. A ORDEM
      * VALE DA COMPETENCIA DO INICIO ATE A DO FIM.
      * INCLUIR COM "COPY 'PENSREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PENSAO.
           05  WRK-PEN-CHAVE.
               10  WRK-PEN-MATRICULA      PIC 9(06).
               10  WRK-PEN-SEQUENCIA      PIC 9(02).
           05  WRK-PEN-PROCESSO            PIC X(20).
           05  WRK-PEN-BENEFICIARIO        PIC X(20).
           05  WRK-PEN-BASE                PIC X(01).
               88  WRK-PEN-SOBRE-LIQUIDO       VALUE 'L'.
               88  WRK-PEN-SOBRE-BRUTO         VALUE 'B'.
               88  WRK-PEN-VALOR-FIXO          VALUE 'F'.
           05  WRK-PEN-PERCENTUAL          PIC 9(03)V99.
           05  WRK-PEN-VALOR               PIC 9(07)V99.
           05  WRK-PEN-BANCO               PIC 9(03).
           05  WRK-PEN-AGENCIA             PIC 9(04).
           05  WRK-PEN-CONTA-CORRENTE      PIC 9(08).
           05  WRK-PEN-CONTA-DV            PIC X(01).
           05  WRK-PEN-DATA-INICIO         PIC 9(08).
           05  WRK-PEN-DATA-FIM            PIC 9(08).

      ******************************************************
      * PROMREG.COB
      * LAYOUT DO CADASTRO DE PROMOCOES (PROMMSTR). CADA
      * REGISTRO E UMA LINHA DE CAMPANHA: O PRODUTO, A LOJA
      * (00 = TODAS AS LOJAS), O TIPO ('P' = PRECO
      * PROMOCIONAL FIXO, 'D' = DESCONTO PERCENTUAL SOBRE O
      * PRECO DE LISTA DO PRECMSTR) E O PERIODO DE VALIDADE,
      * COM INICIO E FIM INCLUSIVE. UMA CAMPANHA PODE TER
      * VARIAS LINHAS (VARIOS PRODUTOS OU LOJAS) COM O MESMO
      * CODIGO. O FECHAMENTO (TABUADA) APLICA A PROMOCAO ANTES
      * DA CONFERENCIA DE PRECO; O PROMREL MEDE O RESULTADO.
      * INCLUIR COM "COPY 'PROMREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-PROMOCAO.
           05  WRK-PRM-CODIGO             PIC 9(05).
           05  WRK-PRM-PRODUTO            PIC 9(04).
           05  WRK-PRM-LOJA               PIC 9(02).
           05  WRK-PRM-TIPO               PIC X(01).
               88  WRK-PRM-PRECO-FIXO                VALUE 'P'.
               88  WRK-PRM-DESCONTO                  VALUE 'D'.
           05  WRK-PRM-PRECO              PIC 9(07)V99.
           05  WRK-PRM-PERCENTUAL         PIC 9(02)V99.
           05  WRK-PRM-DATA-INICIO        PIC 9(08).
           05  WRK-PRM-DATA-FIM           PIC 9(08).

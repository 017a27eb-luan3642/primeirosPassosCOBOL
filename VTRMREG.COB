      ******************************************************
      * VTRMREG.COB
      * LAYOUT DO ARQUIVO DE VALES-TRANSPORTE COMPRADOS NO MES
      * (VTRMES): UM REGISTRO POR MATRICULA COM PEDIDO NA
      * OPERADORA, GRAVADO PELO VTRCALC. A COMPETENCIA E A DA
      * FOLHA QUE DESCONTA A PARTE DO FUNCIONARIO (O MES DA
      * COMPRA); OS VALES SAO PARA USO NO MES SEGUINTE. O
      * CALCLIQ LE O ARQUIVO DA COMPETENCIA E DESCONTA ATE O
      * LIMITE DO CARTAO VTRPCT SOBRE O BRUTO; O GLFOLHA
      * LANCA O RESTANTE COMO CUSTO DA EMPRESA POR
      * DEPARTAMENTO.
      * INCLUIR COM "COPY 'VTRMREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-VALE-COMPRADO.
           05  WRK-VTM-COMPETENCIA        PIC 9(06).
           05  WRK-VTM-MATRICULA          PIC 9(06).
           05  WRK-VTM-DEPARTAMENTO       PIC X(10).
           05  WRK-VTM-DIAS               PIC 9(02).
           05  WRK-VTM-QUANTIDADE         PIC 9(04).
           05  WRK-VTM-VALOR              PIC 9(07)V99.

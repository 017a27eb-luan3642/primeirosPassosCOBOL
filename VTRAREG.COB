      ******************************************************
      * VTRAREG.COB
      * LAYOUT DO CADASTRO DE ADESAO AO VALE-TRANSPORTE
      * (VTRMSTR), INDEXADO POR MATRICULA: VALOR DE CADA
      * PASSAGEM (TARIFA), QUANTIDADE DE VIAGENS POR DIA
      * TRABALHADO E O PERIODO DA ADESAO. MANTIDO PELO VTRMNT
      * NO MESMO ESTILO DE MOVIMENTOS DO DEPNMNT E LIDO PELO
      * VTRCALC, QUE CALCULA A COMPRA MENSAL DE VALES.
      * FIM ZERADO = ADESAO EM VIGOR. O DESLIGAMENTO DO
      * BENEFICIO E INFORMADO PREENCHENDO O FIM.
      * INCLUIR COM "COPY 'VTRAREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-ADESAO-VALE.
           05  WRK-VTR-MATRICULA          PIC 9(06).
           05  WRK-VTR-TARIFA              PIC 9(03)V99.
           05  WRK-VTR-VIAGENS-DIA         PIC 9(02).
           05  WRK-VTR-DATA-INICIO         PIC 9(08).
           05  WRK-VTR-DATA-FIM            PIC 9(08).

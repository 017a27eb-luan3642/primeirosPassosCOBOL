      ******************************************************
      * VALEDREG.COB
      * LAYOUT DO DIARIO DE MOVIMENTOS DO PASSIVO DE VALES-TROCA
      * (VALEDIA): UM REGISTRO POR VALE QUE ENTRA OU SAI DO
      * PASSIVO FORA DO FECHAMENTO, ACRESCENTADO A CADA EXECUCAO
      * (NUNCA REGRAVADO) - A EMISSAO ACEITA PELO VALEMNT (TIPO
      * 'M', COM A ORIGEM DO MOVIMENTO DE EMISSAO) E A EXPIRACAO
      * FEITA PELO VALEVENC (TIPO 'X', ORIGEM 'VALEVENC'). A
      * DATA E A DO PROCESSAMENTO. O RESGATE NAO PASSA POR AQUI:
      * SAI NA COLUNA DE VALES DO VENDTOT. BASE DA
      * CONTABILIZACAO DO FECHAMENTO DE VENDAS (GLVENDAS).
      * INCLUIR COM "COPY 'VALEDREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-VALEDIA.
           05  WRK-VDI-TIPO               PIC X(01).
               88  WRK-VDI-EMISSAO             VALUE 'M'.
               88  WRK-VDI-EXPIRACAO           VALUE 'X'.
           05  WRK-VDI-NUMERO              PIC 9(08).
           05  WRK-VDI-VALOR               PIC 9(07)V99.
           05  WRK-VDI-DATA                PIC 9(08).
           05  WRK-VDI-ORIGEM              PIC X(10).

      * FALTAS INJUSTIFICADAS SAEM EM CAMPOS PROPRIOS PARA O
      * HOLERITE E AS CONFERENCIAS ENXERGAREM A COMPOSICAO. O
      * ADIANTAMENTO QUINZENAL REGISTRADO PELO ADIANTA (ADVFILE)
      * E DESCONTADO NO FECHAMENTO E SAI EM CAMPO PROPRIO. O
      * SALARIO DOS DIAS DE AFASTAMENTO A CARGO DO INSS
      * (AFASMSTR) SAI DO BRUTO E TAMBEM TEM CAMPO PROPRIO.
      * A PENSAO ALIMENTICIA JUDICIAL (PENSMSTR) E DESCONTADA
      * DEPOIS DO IMPOSTO DE RENDA, EM CAMPO PROPRIO, E A PARTE
      * DO FUNCIONARIO NO VALE-TRANSPORTE DO MES SEGUINTE
      * (VTRMES, GRAVADO PELO VTRCALC) LOGO DEPOIS DELA.
      * INCLUIR COM "COPY 'NETREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REG-NETPAY.
           05  NET-VALOR-COMISSAO      PIC 9(07)V99.
           05  NET-VALOR-EXTRAS        PIC 9(07)V99.
           05  NET-DESC-FALTAS         PIC 9(07)V99.
           05  NET-DESC-AFASTAMENTO    PIC 9(07)V99.
           05  NET-DESC-PREVIDENCIA    PIC 9(07)V99.
           05  NET-DESC-IMPOSTO        PIC 9(07)V99.
           05  NET-DESC-PENSAO         PIC 9(07)V99.
           05  NET-DESC-VTRANSP        PIC 9(07)V99.
           05  NET-DESC-ADIANTAMENTO   PIC 9(07)V99.
           05  NET-DESC-EMPRESTIMO     PIC 9(07)V99.
           05  NET-SALARIO-LIQUIDO     PIC 9(07)V99.

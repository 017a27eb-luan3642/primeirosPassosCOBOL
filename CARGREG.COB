      ******************************************************
      * CARGREG.COB
      * LAYOUT DO CADASTRO DE CARGOS (CARGMSTR): CODIGO DO
      * CARGO, DESCRICAO, FAIXA SALARIAL (MINIMO, PONTO MEDIO E
      * MAXIMO) E O CODIGO OFICIAL DE OCUPACAO (CBO). O CODIGO
      * E O GRAVADO EM WRK-CARGO (EMPFUNC.COB). A MANUTENCAO DE
      * FUNCIONARIOS (EMPMNT) REJEITA MOVIMENTO COM CARGO FORA
      * DESTE CADASTRO E EXIGE, NA PROMOCAO, SALARIO DENTRO DA
      * FAIXA DO CARGO NOVO; O CARGREL COMPARA O SALARIO DE
      * CADA FUNCIONARIO COM A FAIXA DO SEU CARGO (ABAIXO DO
      * MINIMO, ACIMA DO MAXIMO E COMPA-RATIO = SALARIO /
      * PONTO MEDIO) PARA A REVISAO SALARIAL ANUAL.
      * INCLUIR COM "COPY 'CARGREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-CARGO-CADASTRO.
           05  WRK-CRG-CODIGO             PIC X(05).
           05  WRK-CRG-DESCRICAO          PIC X(30).
           05  WRK-CRG-FAIXA-SALARIAL.
               10  WRK-CRG-SALARIO-MINIMO PIC 9(07)V99.
               10  WRK-CRG-SALARIO-MEDIO  PIC 9(07)V99.
               10  WRK-CRG-SALARIO-MAXIMO PIC 9(07)V99.
           05  WRK-CRG-CBO                PIC 9(06).

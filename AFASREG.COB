      ******************************************************
      * AFASREG.COB
      * LAYOUT DO CADASTRO DE AFASTAMENTOS (AFASMSTR), INDEXADO
      * POR MATRICULA + SEQUENCIA (A SEQUENCIA NUMERA OS
      * AFASTAMENTOS DE UMA MESMA MATRICULA). MANTIDO PELO
      * AFASMNT NO MESMO ESTILO DE MOVIMENTOS DO DEPNMNT, LIDO
      * PELO CALCLIQ (15 PRIMEIROS DIAS DE DOENCA/ACIDENTE A
      * CARGO DA EMPRESA, O RESTANTE A CARGO DO INSS), FERACUM
      * (PERDA DO PERIODO AQUISITIVO), DECTERC E PLRCALC (AVOS)
      * E PELO RELATORIO MENSAL DE AFASTADOS (AFASREL).
      * TIPO: 'D' = DOENCA, 'M' = MATERNIDADE,
      *       'A' = ACIDENTE DE TRABALHO.
      * PREVISAO ZERADA = RETORNO SEM DATA PREVISTA; RETORNO
      * ZERADO = FUNCIONARIO AINDA AFASTADO. A DATA DE RETORNO
      * E O PRIMEIRO DIA DE VOLTA AO TRABALHO.
      * INCLUIR COM "COPY 'AFASREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-AFASTAMENTO.
           05  WRK-AFA-CHAVE.
               10  WRK-AFA-MATRICULA      PIC 9(06).
               10  WRK-AFA-SEQUENCIA      PIC 9(02).
           05  WRK-AFA-TIPO                PIC X(01).
               88  WRK-AFA-DOENCA              VALUE 'D'.
               88  WRK-AFA-MATERNIDADE         VALUE 'M'.
               88  WRK-AFA-ACIDENTE            VALUE 'A'.
           05  WRK-AFA-DATA-INICIO         PIC 9(08).
           05  WRK-AFA-DATA-PREVISAO       PIC 9(08).
           05  WRK-AFA-DATA-RETORNO        PIC 9(08).

      ******************************************************
      * BHREG.COB
      * LAYOUT DO BANCO DE HORAS (BHMSTR): UM REGISTRO POR
      * LANCAMENTO, GRAVADO PELO BANCOHRS A CADA FECHAMENTO NA
      * GERACAO NOVA BHNEW (QUE SUBSTITUI O BHMSTR APOS A
      * EXECUCAO, COMO O EMPRNEW DO CALCLIQ). TIPOS:
      *   'C' = CREDITO DAS HORAS EXTRAS DO MES (UM LOTE POR
      *         MATRICULA E COMPETENCIA; O SALDO DO LOTE E O
      *         QUE AINDA NAO FOI COMPENSADO NEM PAGO);
      *   'D' = COMPENSACAO DE FALTA INJUSTIFICADA;
      *   'V' = HORAS VENCIDAS (PRAZO DO CARTAO BHPARM), PAGAS
      *         PELO CALCLIQ COMO HORA EXTRA;
      *   'R' = SALDO ACERTADO NA RESCISAO (RESCISAO).
      * O SALDO DA MATRICULA E A SOMA DOS SALDOS DOS LOTES 'C';
      * OS DEMAIS TIPOS FICAM COMO HISTORICO, COM O SALDO ZERO.
      * INCLUIR COM "COPY 'BHREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-LANCAMENTO-BANCO.
           05  WRK-BH-MATRICULA           PIC 9(06).
           05  WRK-BH-COMPETENCIA.
               10  WRK-BH-ANO             PIC 9(04).
               10  WRK-BH-MES             PIC 9(02).
           05  WRK-BH-TIPO                PIC X(01).
               88  WRK-BH-CREDITO             VALUE 'C'.
               88  WRK-BH-COMPENSACAO         VALUE 'D'.
               88  WRK-BH-VENCIMENTO          VALUE 'V'.
               88  WRK-BH-RESCISAO            VALUE 'R'.
           05  WRK-BH-HORAS               PIC 9(03)V99.
           05  WRK-BH-SALDO-LOTE          PIC 9(03)V99.
           05  WRK-BH-DATA-PROCESSO       PIC 9(08).

      ******************************************************
      * FORNREG.COB
      * LAYOUT DO CADASTRO DE FORNECEDORES (FORNMSTR): CODIGO,
      * RAZAO SOCIAL, CNPJ, ENDERECO ELETRONICO PARA ONDE O
      * COMPRAS MANDA O PEDIDO E SITUACAO. FORNECEDOR INATIVO
      * NAO RECEBE PEDIDO NOVO DA REPOSICAO AUTOMATICA
      * (REPOSIC). O VINCULO PRODUTO X FORNECEDOR, COM PRAZO
      * DE ENTREGA E LOTE MINIMO, FICA NO PRODFORN (VER
      * PRODFREG.COB).
      * OS DADOS BANCARIOS SAO OS DA CONTA ONDE O CONTAS A
      * PAGAR (CPSELEC) CREDITA OS TITULOS DO FORNECEDOR;
      * FORNECEDOR SEM CONTA (BANCO ZERADO) NAO ENTRA NA
      * REMESSA DE PAGAMENTO.
      * SITUACAO: 'A' = ATIVO, 'I' = INATIVO.
      * INCLUIR COM "COPY 'FORNREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-FORNECEDOR.
           05  WRK-FOR-CODIGO             PIC 9(05).
           05  WRK-FOR-RAZAO-SOCIAL       PIC X(30).
           05  WRK-FOR-CNPJ               PIC 9(14).
           05  WRK-FOR-EMAIL              PIC X(40).
           05  WRK-FOR-SITUACAO           PIC X(01).
               88  WRK-FOR-ATIVO              VALUE 'A'.
               88  WRK-FOR-INATIVO            VALUE 'I'.
           05  WRK-FOR-DADOS-BANCARIOS.
               10  WRK-FOR-BANCO          PIC 9(03).
               10  WRK-FOR-AGENCIA        PIC 9(04).
               10  WRK-FOR-CONTA          PIC 9(08).
               10  WRK-FOR-CONTA-DV       PIC X(01).

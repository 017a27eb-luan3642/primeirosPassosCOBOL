      * TRADUZEM O CODIGO NO NOME.
      * SITUACAO: 'A' = ATIVO, 'I' = INATIVO (NAO COMPRA MAIS A
      * PRAZO, MAS PODE TER SALDO EM ABERTO).
      * LIMITE DE CREDITO: TETO DO SALDO EM ABERTO NO CRABERTO
      * (ZERO = SEM LIMITE CONTROLADO). SITUACAO DE CREDITO:
      * ' ' OU 'L' = LIBERADO, 'B' = BLOQUEADO (NAO COMPRA A
      * PRAZO ATE SER LIBERADO, MESMO ATIVO E DENTRO DO
      * LIMITE). O TABUADA BARRA A VENDA 'F' PELOS DOIS E O
      * CREDEXPO LISTA A EXPOSICAO DIARIA.
      * CPF, ENDERECO E TELEFONE (NO FIM DO REGISTRO) SAO
      * MANTIDOS PELO LOTE DE MANUTENCAO CLIMNT, QUE TAMBEM
      * CONFERE A DUPLICIDADE DE CLIENTE NA INCLUSAO. CPF
      * ZERADO = NAO INFORMADO. O CADASTRO NUM LAYOUT ANTIGO (27
      * BYTES, SO COM CODIGO, NOME E SITUACAO; OU 37 BYTES, COM
      * O LIMITE E A SITUACAO DE CREDITO) E CONVERTIDO PELO
      * CLICONV, COM O LAYOUT DE ORIGEM NO CARTAO CLIORIG.
      * INCLUIR COM "COPY 'CLIENREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-CLIENTE-CADASTRO.
           05  WRK-CLM-CODIGO             PIC 9(06).
           05  WRK-CLM-NOME                PIC X(20).
           05  WRK-CLM-ATIVO               PIC X(01).
           05  WRK-CLM-LIMITE-CREDITO      PIC 9(07)V99.
           05  WRK-CLM-SITUACAO-CREDITO    PIC X(01).
               88  WRK-CLM-CREDITO-LIBERADO       VALUE ' ' 'L'.
               88  WRK-CLM-CREDITO-BLOQUEADO      VALUE 'B'.
           05  WRK-CLM-CPF                 PIC 9(11).
           05  WRK-CLM-ENDERECO            PIC X(40).
           05  WRK-CLM-CIDADE              PIC X(20).
           05  WRK-CLM-UF                  PIC X(02).
           05  WRK-CLM-CEP                 PIC 9(08).
           05  WRK-CLM-TELEFONE            PIC 9(11).

      ******************************************************
      * CONTAREG.COB
      * LAYOUT DO HISTORICO DE TROCAS DE CONTA BANCARIA
      * (CONTAHIS). O EMPMNT ACRESCENTA UM REGISTRO A CADA
      * ALTERACAO QUE MUDA BANCO/AGENCIA/CONTA/DV DO CADASTRO,
      * COM A CONTA ANTERIOR, A NOVA, O OPERADOR QUE PEDIU A
      * TROCA E A SITUACAO PENDENTE. ENQUANTO A TROCA ESTIVER
      * PENDENTE, A REMESSA DE SALARIOS (BANKREM, FOLHACOM) NAO
      * CREDITA A CONTA NOVA. O CONTACNF APLICA AS CONFIRMACOES
      * DO RH (CONTACFM) E GRAVA A GERACAO NOVA (CONTAHNW):
      * CONFIRMADA LIBERA A CONTA; SUPERADA E A TROCA PENDENTE
      * CUJA CONTA NOVA JA NAO E A DO CADASTRO (OUTRA TROCA
      * VEIO DEPOIS, OU O FUNCIONARIO SAIU DO CADASTRO).
      * SITUACAO: 'P' = PENDENTE, 'C' = CONFIRMADA,
      * 'S' = SUPERADA.
      * INCLUIR COM "COPY 'CONTAREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-TROCA-CONTA.
           05  WRK-TRC-MATRICULA          PIC 9(06).
           05  WRK-TRC-NOME               PIC X(20).
           05  WRK-TRC-CONTA-ANTERIOR.
               10  WRK-TRC-BANCO-ANT      PIC 9(03).
               10  WRK-TRC-AGENCIA-ANT    PIC 9(04).
               10  WRK-TRC-CONTA-ANT      PIC 9(08).
               10  WRK-TRC-DV-ANT         PIC X(01).
           05  WRK-TRC-CONTA-NOVA.
               10  WRK-TRC-BANCO-NOV      PIC 9(03).
               10  WRK-TRC-AGENCIA-NOV    PIC 9(04).
               10  WRK-TRC-CONTA-NOV      PIC 9(08).
               10  WRK-TRC-DV-NOV         PIC X(01).
           05  WRK-TRC-OPERADOR           PIC X(08).
           05  WRK-TRC-DATA-TROCA         PIC 9(08).
           05  WRK-TRC-HORA-TROCA         PIC 9(06).
           05  WRK-TRC-SITUACAO           PIC X(01).
               88  WRK-TRC-PENDENTE           VALUE 'P'.
               88  WRK-TRC-CONFIRMADA         VALUE 'C'.
               88  WRK-TRC-SUPERADA           VALUE 'S'.
           05  WRK-TRC-CONFIRMADO-POR     PIC X(08).
           05  WRK-TRC-DATA-CONFIRMACAO   PIC 9(08).

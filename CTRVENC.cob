      *   DRIVER (FECHDIA), COMO AS DEMAIS ETAPAS DA CADEIA;
      *   CTRMSTR AINDA INEXISTENTE (STATUS 35) CONTINUA SENDO
      *   DIA NORMAL SEM CONTRATOS A CONTROLAR, NAO FALHA.
      * - MOVIMENTO GERADO ACOMPANHA O LAYOUT DO EMPMOV, QUE
      *   PASSOU A CARREGAR O PIS E O CPF DO FUNCIONARIO.
      * - MOVIMENTO GERADO ACOMPANHA O LAYOUT DO EMPMOV, QUE
      *   PASSOU A CARREGAR O CARGO DO FUNCIONARIO.
      * - MOVIMENTO GERADO ACOMPANHA O LAYOUT DO EMPMOV, QUE
      *   PASSOU A CARREGAR O OPERADOR (AQUI, O PROPRIO CTRVENC).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  MOV-AGENCIA             PIC 9(04).
           05  MOV-CONTA-CORRENTE      PIC 9(08).
           05  MOV-CONTA-DV            PIC X(01).
           05  MOV-PIS                 PIC 9(11).
           05  MOV-CPF                 PIC 9(11).
           05  MOV-CARGO               PIC X(05).
           05  MOV-OPERADOR            PIC X(08).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).
           MOVE WRK-AGENCIA             TO MOV-AGENCIA.
           MOVE WRK-CONTA-CORRENTE      TO MOV-CONTA-CORRENTE.
           MOVE WRK-CONTA-DV            TO MOV-CONTA-DV.
           MOVE WRK-PIS                 TO MOV-PIS.
           MOVE WRK-CPF                 TO MOV-CPF.
           MOVE WRK-CARGO               TO MOV-CARGO.
           MOVE 'CTRVENC'               TO MOV-OPERADOR.
           WRITE WRK-REG-MOVIMENTO.
           MOVE 'P' TO CTR-SITUACAO.
           ADD 1 TO WRK-QTD-VENCIDOS.

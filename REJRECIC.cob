      *   (NUMERO = REFERENCIA DO SUSPENSO, VALIDADE DE UM
      *   ANO), PARA O VALEMNT REGISTRAR NO PASSIVO - O PAPEL
      *   ENTREGUE AO CLIENTE DEIXA DE SER SEM REGISTRO.
      * - O REGISTRO ACOMPANHOU O PLANO DE FINANCIAMENTO E O
      *   NUMERO DE PARCELAS DA VENDA A PRAZO NO FIM DO LAYOUT
      *   DO VENDAS; O REAPRESENTADO LEVA OS DOIS DE VOLTA.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDSUSP-ARQ.
       01  WRK-REG-VENDSUSP             PIC X(83).

       FD  VENDREJ-ARQ.
       01  WRK-REG-VENDREJ              PIC X(83).

       FD  BAIXA-ARQ.
       01  WRK-REG-BAIXA.
       01  WRK-REG-RECICLA             PIC X(01).

       FD  SUSPNOVO-ARQ.
       01  WRK-REG-SUSPNOVO             PIC X(83).

      *    LAYOUT DO ARQUIVO DE TRANSACOES DO FECHAMENTO
      *    (VENDAS), PARA REAPRESENTAR O ITEM NO PROXIMO DIA -
           05  RCY-CLIENTE             PIC 9(06).
           05  RCY-LOJA                PIC 9(02).
           05  RCY-VALE                PIC 9(08).
           05  RCY-PLANO               PIC 9(02).
           05  RCY-PARCELAS            PIC 9(02).
       01  WRK-REG-VENDRCY-CAB.
           05  RCH-TIPO-REG            PIC X(01).
           05  RCH-DATA                PIC 9(08).
           05  RCH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(35).
       01  WRK-REG-VENDRCY-TRL.
           05  RCT-TIPO-REG            PIC X(01).
           05  RCT-QTD                 PIC 9(06).
           05  RCT-HASH                PIC 9(13)V99.
           05  FILLER                  PIC X(32).

       FD  BAIXALOG-ARQ.
       01  WRK-REG-BAIXALOG.
           05  WOF-SUSPENSO            PIC X(83).
           05  WOF-APROVADOR           PIC X(20).
           05  WOF-DATA-BAIXA          PIC 9(08).

           05  SUS-CLIENTE             PIC 9(06).
           05  SUS-LOJA                PIC 9(02).
           05  SUS-VALE                PIC 9(08).
           05  SUS-PLANO               PIC 9(02).
           05  SUS-PARCELAS            PIC 9(02).

       77  WRK-SW-MODO-RECICLO         PIC X(01) VALUE 'N'.
           88  WRK-MODO-RECICLO                   VALUE 'S'.
               MOVE SUS-CLIENTE TO RCY-CLIENTE
               MOVE SUS-LOJA TO RCY-LOJA
               MOVE SUS-VALE TO RCY-VALE
               MOVE SUS-PLANO TO RCY-PLANO
               MOVE SUS-PARCELAS TO RCY-PARCELAS
               WRITE WRK-REG-VENDRCY
               ADD 1 TO WRK-QTD-RECICLADOS
               ADD SUS-VALOR TO WRK-RCY-HASH

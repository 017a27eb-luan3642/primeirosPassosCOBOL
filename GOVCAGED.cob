      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - TRILHA EMPMAUD ACOMPANHA O EMPMNT (CARGO ANTERIOR E
      *   NOVO NO FIM DO REGISTRO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  MAU-SITUACAO-ANT        PIC X(01).
           05  MAU-SITUACAO-NOV        PIC X(01).
           05  MAU-DATA-PROCESSO       PIC 9(08).
           05  MAU-CARGO-ANT           PIC X(05).
           05  MAU-CARGO-NOV           PIC X(05).

       FD  CONTROLE-ARQ.
       01  WRK-REG-CONTROLE.

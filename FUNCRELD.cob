      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - BACKUP ACOMPANHA O CADASTRO, QUE CRESCEU PARA 100 BYTES
      *   COM PIS E CPF (REGISTRO DO BACKUP AGORA COM 101
      *   BYTES).
      * - BACKUP ACOMPANHA O CADASTRO, QUE CRESCEU PARA 105 BYTES
      *   COM O CARGO (REGISTRO DO BACKUP AGORA COM 106 BYTES).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  BKP-REG-HEADER                 VALUE 'H'.
               88  BKP-REG-DETALHE                VALUE 'D'.
               88  BKP-REG-TRAILER                VALUE 'T'.
           05  BKP-FUNCIONARIO         PIC X(105).
       01  WRK-REG-BACKUP-TRL.
           05  BKT-TIPO-REG            PIC X(01).
           05  BKT-QTD                 PIC 9(06).
           05  BKT-HASH-SALARIO        PIC 9(13)V99.
           05  FILLER                  PIC X(84).

       FD  CONFERE-ARQ.
       01  WRK-REG-CONFERE             PIC X(01).

      *    COPIA DE TRABALHO DO REGISTRO DO BACKUP, PARA A
      *    CONFERENCIA REGISTRO A REGISTRO.
       01  WRK-FUNCIONARIO-BKP         PIC X(105).

       01  WRK-LINHA-ITEM.
           05  WRK-ITEM-TITULO          PIC X(34).

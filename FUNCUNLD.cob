      *   (78 BYTES); UM CADASTRO AINDA NO LAYOUT ANTIGO DE 54
      *   BYTES DEVE ANTES SER CONVERTIDO UMA UNICA VEZ PELO
      *   FUNCCONV (VER O PROCEDIMENTO NO PROPRIO FUNCCONV).
      * - BACKUP ACOMPANHA O CADASTRO, QUE CRESCEU PARA 100 BYTES
      *   COM PIS E CPF (REGISTRO DO BACKUP AGORA COM 101
      *   BYTES). CADASTRO AINDA NO LAYOUT DE 78 BYTES TAMBEM
      *   PASSA ANTES PELO FUNCCONV.
      * - BACKUP ACOMPANHA O CADASTRO, QUE CRESCEU PARA 105 BYTES
      *   COM O CARGO (REGISTRO DO BACKUP AGORA COM 106 BYTES).
      *   CADASTRO AINDA NO LAYOUT DE 100 BYTES PASSA ANTES PELO
      *   FUNCCONV.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

      *    TRES VISOES DO MESMO REGISTRO DE 106 BYTES: HEADER
      *    ('H'), DETALHE ('D' + REGISTRO DO CADASTRO) E TRAILER
      *    ('T') DO BACKUP.
       FD  BACKUP-ARQ.
       01  WRK-REG-BACKUP.
           05  BKP-TIPO-REG            PIC X(01).
           05  BKP-FUNCIONARIO         PIC X(105).
       01  WRK-REG-BACKUP-CAB.
           05  BKH-TIPO-REG            PIC X(01).
           05  BKH-DATA                PIC 9(08).
           05  FILLER                  PIC X(97).
       01  WRK-REG-BACKUP-TRL.
           05  BKT-TIPO-REG            PIC X(01).
           05  BKT-QTD                 PIC 9(06).
           05  BKT-HASH-SALARIO        PIC 9(13)V99.
           05  FILLER                  PIC X(84).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

           MOVE 'H' TO BKH-TIPO-REG.
           MOVE WRK-DATA-SISTEMA TO BKH-DATA.
           MOVE SPACES TO WRK-REG-BACKUP-CAB(10:97).
           WRITE WRK-REG-BACKUP-CAB.

           PERFORM 0200-DESCARREGAR THRU 0200-DESCARREGAR-EXIT
           MOVE 'T' TO BKT-TIPO-REG.
           MOVE WRK-QTD-DESCARREGADOS TO BKT-QTD.
           MOVE WRK-HASH-SALARIOS TO BKT-HASH-SALARIO.
           MOVE SPACES TO WRK-REG-BACKUP-TRL(23:84).
           WRITE WRK-REG-BACKUP-TRL.

           CLOSE BACKUP-ARQ.

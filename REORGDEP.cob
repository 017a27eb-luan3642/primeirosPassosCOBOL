      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - TRILHA EMPMAUD ACOMPANHA O EMPMNT (CARGO ANTERIOR E
      *   NOVO NO FIM DO REGISTRO); A TRANSFERENCIA NAO MEXE NO
      *   CARGO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  MAU-ANO             PIC 9(04).
               10  MAU-MES             PIC 9(02).
               10  MAU-DIA             PIC 9(02).
           05  MAU-CARGO-ANT           PIC X(05).
           05  MAU-CARGO-NOV           PIC X(05).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).
           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-ANT.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-ANT.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-ANT.
           MOVE WRK-CARGO                TO MAU-CARGO-ANT.

           MOVE WRK-PAR-PARA(WRK-IDX-PAR) TO WRK-DEPARTAMENTO.
           REWRITE WRK-FUNCIONARIO
           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-NOV.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-NOV.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-NOV.
           MOVE WRK-CARGO                TO MAU-CARGO-NOV.
           MOVE WRK-ANOSYS               TO MAU-ANO.
           MOVE WRK-MESSYS               TO MAU-MES.
           MOVE WRK-DIASYS               TO MAU-DIA.

      *   DE REAJUSTES NAO RODA - A TRILHA DE UMA MATRICULA
      *   EXPURGADA NAO PODE FICAR FORA DO CONTROLE DE ACESSO.
      *   OPERADOR DE ESCOPO TOTAL ('*') SEGUE ATENDIDO.
      * - REGISTRO DO FUNCHIST ACOMPANHA O CADASTRO (PIS E CPF
      *   NO FIM DO REGISTRO).
      * - REGISTRO DO FUNCHIST ACOMPANHA O CADASTRO (CARGO NO FIM
      *   DO REGISTRO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HIS-SITUACAO               PIC X(01).
           05  HIS-DATA-DESLIGAMENTO      PIC 9(08).
           05  HIS-DADOS-BANCARIOS        PIC X(16).
           05  HIS-DOCUMENTOS             PIC X(22).
           05  HIS-CARGO                  PIC X(05).

       FD  OPERADOR-ARQ.
       01  WRK-REG-OPERADOR.

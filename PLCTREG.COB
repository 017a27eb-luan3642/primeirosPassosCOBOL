      ******************************************************
      * PLCTREG.COB
      * LAYOUT DO PLANO DE CONTAS (PLCONTAS): UM REGISTRO POR
      * CONTA CONTABIL, EM ORDEM DE CONTA, COM A DESCRICAO, A
      * NATUREZA E A SITUACAO. MANTIDO PELA CONTABILIDADE; E O
      * CADASTRO CONTRA O QUAL O FECHAMENTO DO PERIODO
      * (GLFECHA) VALIDA TODA CONTA LANCADA NO GLFILE - CONTA
      * FORA DO PLANO OU INATIVA DERRUBA O LOTE.
      * NATUREZA: 'A' = ATIVO, 'P' = PASSIVO, 'L' = PATRIMONIO
      * LIQUIDO, 'R' = RECEITA, 'D' = DESPESA.
      * SITUACAO: 'A' = ATIVA, 'I' = INATIVA (NAO ACEITA MAIS
      * LANCAMENTO).
      * INCLUIR COM "COPY 'PLCTREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-REGISTRO-PLANO-CONTAS.
           05  WRK-PLC-CONTA              PIC 9(08).
           05  WRK-PLC-DESCRICAO           PIC X(30).
           05  WRK-PLC-NATUREZA            PIC X(01).
               88  WRK-PLC-ATIVO               VALUE 'A'.
               88  WRK-PLC-PASSIVO             VALUE 'P'.
               88  WRK-PLC-PATRIMONIO          VALUE 'L'.
               88  WRK-PLC-RECEITA             VALUE 'R'.
               88  WRK-PLC-DESPESA             VALUE 'D'.
           05  WRK-PLC-SITUACAO            PIC X(01).
               88  WRK-PLC-ATIVA               VALUE 'A'.
               88  WRK-PLC-INATIVA             VALUE 'I'.

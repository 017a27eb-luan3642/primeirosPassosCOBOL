      ******************************************************
      * FGTSHREG.COB
      * LAYOUT DO HISTORICO DE RECOLHIMENTO DO FGTS (FGTSHIST):
      * UM REGISTRO POR COMPETENCIA E MATRICULA, COM O VALOR
      * APURADO PELO ENCARGOS (GRAVADO PELO FGTSREM AO GERAR O
      * ARQUIVO DE RECOLHIMENTO) E O VALOR QUE O BANCO CONFIRMOU
      * COMO DEPOSITADO (APLICADO PELO FGTSCONC A PARTIR DO
      * RETORNO FGTSRET). OS DOIS PROGRAMAS GRAVAM A GERACAO
      * NOVA FGTSHNEW, QUE SUBSTITUI O FGTSHIST APOS A EXECUCAO.
      * SITUACOES:
      *   'P' = PENDENTE (APURADO, NENHUM DEPOSITO CONFIRMADO);
      *   'M' = RECOLHIDO A MENOR QUE O APURADO;
      *   'Q' = QUITADO (DEPOSITADO COBRE O APURADO);
      *   'S' = DEPOSITO CONFIRMADO SEM APURACAO CORRESPONDENTE.
      * PIS ZERADO SIGNIFICA FUNCIONARIO SEM PIS NO CADASTRO,
      * QUE FICOU FORA DO ARQUIVO DE RECOLHIMENTO.
      * INCLUIR COM "COPY 'FGTSHREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-HISTORICO-FGTS.
           05  WRK-FH-COMPETENCIA         PIC 9(06).
           05  WRK-FH-MATRICULA           PIC 9(06).
           05  WRK-FH-PIS                 PIC 9(11).
           05  WRK-FH-BASE                PIC 9(07)V99.
           05  WRK-FH-VALOR-APURADO       PIC 9(07)V99.
           05  WRK-FH-VALOR-DEPOSITADO    PIC 9(07)V99.
           05  WRK-FH-DATA-DEPOSITO       PIC 9(08).
           05  WRK-FH-SITUACAO            PIC X(01).
               88  WRK-FH-PENDENTE            VALUE 'P'.
               88  WRK-FH-A-MENOR             VALUE 'M'.
               88  WRK-FH-QUITADO             VALUE 'Q'.
               88  WRK-FH-SEM-APURACAO        VALUE 'S'.

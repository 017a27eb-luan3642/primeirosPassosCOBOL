      * E DEVE SER CONVERTIDO UMA UNICA VEZ - RODAR FUNCCONV
      * (LE O LAYOUT ANTIGO E GERA O BACKUP FUNCBKP) E DEPOIS
      * FUNCRELD (RECONSTROI O CADASTRO NO LAYOUT NOVO).
      * DEPOIS CRESCEU DE 78 PARA 100 BYTES (PIS E CPF, EXIGIDOS
      * NO ARQUIVO DE RECOLHIMENTO DO FGTS): MESMO PROCEDIMENTO,
      * COM O FUNCCONV LENDO O LAYOUT DE 78 BYTES (CARTAO
      * CONVORIG, VER O PROPRIO FUNCCONV).
      * DEPOIS CRESCEU DE 100 PARA 105 BYTES (CARGO, VER O
      * CADASTRO DE CARGOS EM CARGREG.COB): MESMO PROCEDIMENTO,
      * COM CONVORIG '100'.
      ******************************************************
       01  WRK-FUNCIONARIO.
           05  WRK-MATRICULA              PIC 9(06).
               10  WRK-AGENCIA            PIC 9(04).
               10  WRK-CONTA-CORRENTE     PIC 9(08).
               10  WRK-CONTA-DV           PIC X(01).
      *    DOCUMENTOS DO TRABALHADOR PARA O RECOLHIMENTO DO FGTS
      *    (FGTSREM). ZEROS SIGNIFICA DOCUMENTO AINDA NAO
      *    INFORMADO - O FUNCIONARIO FICA FORA DO ARQUIVO DE
      *    RECOLHIMENTO E E APONTADO NA GERACAO.
           05  WRK-DOCUMENTOS.
               10  WRK-PIS                PIC 9(11).
               10  WRK-CPF                PIC 9(11).
      *    CARGO DO FUNCIONARIO NO CADASTRO DE CARGOS (CARGMSTR,
      *    VER CARGREG.COB), QUE DA A FAIXA SALARIAL. BRANCOS
      *    SIGNIFICA CARGO AINDA NAO ATRIBUIDO (CADASTRO DE ANTES
      *    DO CAMPO EXISTIR) - O FUNCIONARIO FICA FORA DA ANALISE
      *    DE FAIXA SALARIAL (CARGREL) E E APONTADO NELA. A TROCA
      *    DE CARGO E FEITA PELO MOVIMENTO DE PROMOCAO DO EMPMNT.
           05  WRK-CARGO                  PIC X(05).

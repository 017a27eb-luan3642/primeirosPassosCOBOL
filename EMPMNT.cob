      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: MANUTENCAO EM LOTE DO CADASTRO DE FUNCIONARIOS
      * (FUNCMSTR, VER EMPFUNC.COB). LE UM ARQUIVO DE MOVIMENTOS
      * (EMPMOV) COM INCLUSAO, ALTERACAO, DESLIGAMENTO,
      * TRANSFERENCIA DE DEPARTAMENTO E PROMOCAO, CHAVEADOS PELA
      * MATRICULA, VALIDA CADA MOVIMENTO CONTRA O LAYOUT DO
      * CADASTRO (DATA DE ADMISSAO VALIDA, SITUACAO 'A'/'I',
      * SALARIO NAO ZERADO) E
      * APLICA OS MOVIMENTOS VALIDOS NO CADASTRO INDEXADO,
      * GRAVANDO TRILHA DE AUDITORIA PROPRIA (EMPMAUD) E
      * DESVIANDO OS MOVIMENTOS INVALIDOS PARA UM ARQUIVO DE
      *   FINANCEIRO, QUE HOJE SO DESCOBRIA O ESTOURO UM
      *   TRIMESTRE DEPOIS). SEM O ORCMSTR, A CONFERENCIA FICA
      *   DESLIGADA.
      * - MOVIMENTO DE INCLUSAO/ALTERACAO PASSOU A CARREGAR O PIS
      *   E O CPF DO FUNCIONARIO (VER EMPFUNC.COB), EXIGIDOS NO
      *   ARQUIVO DE RECOLHIMENTO DO FGTS (FGTSREM). DOCUMENTO
      *   INFORMADO (NAO ZERADO) TEM O DIGITO VERIFICADOR
      *   CONFERIDO; DIGITO ERRADO REJEITA O MOVIMENTO.
      * - CARGO DO FUNCIONARIO (VER EMPFUNC.COB) VALIDADO CONTRA O
      *   CADASTRO DE CARGOS (CARGMSTR, VER CARGREG.COB) E NOVO
      *   MOVIMENTO DE PROMOCAO ('P'), QUE TROCA CARGO E SALARIO
      *   JUNTOS, COM O SALARIO NOVO DENTRO DA FAIXA DO CARGO
      *   NOVO E NAO MENOR QUE O ATUAL. A ALTERACAO ('A') SO
      *   ATRIBUI CARGO A QUEM AINDA NAO TEM; TROCAR CARGO
      *   EXIGE PROMOCAO. A TRILHA EMPMAUD GANHOU O CARGO
      *   ANTERIOR E O NOVO NO FIM DO REGISTRO (A TRILHA ANTIGA
      *   DEVE SER REGRAVADA NO TAMANHO NOVO). SEM O CARGMSTR, A
      *   VALIDACAO DE CARGO FICA DESLIGADA E A PROMOCAO E
      *   REJEITADA (NAO HA FAIXA PARA CONFERIR).
      * - TROCA DE DADOS BANCARIOS NA ALTERACAO PASSOU A SER
      *   REGISTRADA NO HISTORICO DE TROCAS DE CONTA (CONTAHIS,
      *   VER CONTAREG.COB) COM A CONTA ANTERIOR, A NOVA E O
      *   OPERADOR QUE PEDIU (NOVO CAMPO NO FIM DO EMPMOV); A
      *   TROCA FICA PENDENTE, E A REMESSA NAO CREDITA A CONTA
      *   NOVA ATE O RH CONFIRMAR (CONTACNF). TROCA DE CONTA
      *   SEM OPERADOR INFORMADO E REJEITADA.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORC.

           SELECT CARGMSTR-ARQ ASSIGN TO 'CARGMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRG.

           SELECT CONTAHIS-ARQ ASSIGN TO 'CONTAHIS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRC.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
               88  MOV-ALTERACAO                  VALUE 'A'.
               88  MOV-DESLIGAMENTO               VALUE 'D'.
               88  MOV-TRANSFERENCIA              VALUE 'T'.
               88  MOV-PROMOCAO                   VALUE 'P'.
           05  MOV-MATRICULA           PIC 9(06).
           05  MOV-NOME                PIC X(20).
           05  MOV-DATA-ADMISSAO.
           05  MOV-SALARIO             PIC 9(07)V99.
           05  MOV-DEPARTAMENTO        PIC X(10).
           05  MOV-SITUACAO            PIC X(01).
           05  MOV-DADOS-BANCARIOS.
               10  MOV-BANCO           PIC 9(03).
               10  MOV-AGENCIA         PIC 9(04).
               10  MOV-CONTA-CORRENTE  PIC 9(08).
               10  MOV-CONTA-DV        PIC X(01).
           05  MOV-PIS                 PIC 9(11).
           05  MOV-CPF                 PIC 9(11).
           05  MOV-CARGO               PIC X(05).
           05  MOV-OPERADOR            PIC X(08).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.
               10  MAU-ANO             PIC 9(04).
               10  MAU-MES             PIC 9(02).
               10  MAU-DIA             PIC 9(02).
           05  MAU-CARGO-ANT           PIC X(05).
           05  MAU-CARGO-NOV           PIC X(05).

       FD  MOVREJ-ARQ.
       01  WRK-REG-MOVREJ.
       FD  ORCAMENTO-ARQ.
           COPY 'ORCAREG.COB'.

       FD  CARGMSTR-ARQ.
           COPY 'CARGREG.COB'.

       FD  CONTAHIS-ARQ.
           COPY 'CONTAREG.COB'.

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.
       77  WRK-FS-DPM                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ORC                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRG                  PIC X(02) VALUE SPACES.
       77  WRK-FS-TRC                  PIC X(02) VALUE SPACES.

      *    CONTA DO CADASTRO ANTES DA ALTERACAO, PARA O
      *    HISTORICO DE TROCAS DE CONTA (CONTAHIS).
       01  WRK-CONTA-ANTERIOR           PIC X(16) VALUE SPACES.
       77  WRK-SW-TROCA-CONTA          PIC X(01) VALUE 'N'.
           88  WRK-CONTA-TROCADA                  VALUE 'S'.
       01  WRK-HORA-BRUTA               PIC 9(08).

       77  WRK-QTD-DEPTOS              PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DEPTOS.
       77  WRK-SW-DEPTO-VALIDO         PIC X(01) VALUE 'S'.
           88  WRK-DEPTO-VALIDO                   VALUE 'S'.

      *    CARGOS OFICIAIS (CARGMSTR) COM A FAIXA SALARIAL, PARA
      *    VALIDAR O CARGO DO MOVIMENTO E O SALARIO DA PROMOCAO.
      *    TABELA VAZIA (CARGMSTR AUSENTE) DESLIGA A VALIDACAO.
       77  WRK-QTD-CARGOS              PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CARGOS.
           05  WRK-CRG OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-CARGOS
                   INDEXED BY WRK-IDX-CRG.
               10  WRK-CRG-TAB-CODIGO   PIC X(05).
               10  WRK-CRG-TAB-MINIMO   PIC 9(07)V99.
               10  WRK-CRG-TAB-MAXIMO   PIC 9(07)V99.
       77  WRK-SW-CARGO-VALIDO         PIC X(01) VALUE 'S'.
           88  WRK-CARGO-VALIDO                   VALUE 'S'.

      *    ORCAMENTO DO ANO POR DEPARTAMENTO (ORCMSTR) E OS
      *    TOTAIS CORRENTES DE EFETIVO/FOLHA DO CADASTRO,
      *    CARREGADOS NA ENTRADA E MANTIDOS CONFORME AS

       77  WRK-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.

      *    CONFERENCIA DOS DIGITOS VERIFICADORES DO PIS E DO CPF
      *    (MODULO 11). O DOCUMENTO E VISTO DIGITO A DIGITO PELA
      *    REDEFINICAO; OS PESOS DO PIS SAO FIXOS E OS DO CPF
      *    DECRESCEM A PARTIR DE 10 (1O DIGITO) E DE 11 (2O).
       01  WRK-DOC-NUMERO               PIC 9(11).
       01  WRK-DOC-DIGITOS REDEFINES WRK-DOC-NUMERO.
           05  WRK-DOC-DIGITO           PIC 9(01) OCCURS 11 TIMES.
       01  WRK-TAB-PESOS-PIS.
           05  FILLER                   PIC X(10) VALUE '3298765432'.
       01  WRK-TAB-PESOS-PIS-R REDEFINES WRK-TAB-PESOS-PIS.
           05  WRK-PESO-PIS             PIC 9(01) OCCURS 10 TIMES.
       77  WRK-DOC-IDX                  PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-PESO-BASE            PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-SOMA                 PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-RESTO                PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-DV                   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-DOC-VALIDO            PIC X(01) VALUE 'S'.
           88  WRK-DOC-VALIDO                     VALUE 'S'.
           88  WRK-DOC-INVALIDO                   VALUE 'N'.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
       77  WRK-QTD-ALTERADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DESLIGADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PROMOVIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TROCAS-CONTA         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
                   THRU 0150-CARREGAR-DEPTOS-EXIT
               PERFORM 0160-CARREGAR-ORCAMENTO
                   THRU 0160-CARREGAR-ORCAMENTO-EXIT
               PERFORM 0155-CARREGAR-CARGOS
                   THRU 0155-CARREGAR-CARGOS-EXIT
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-MOV
           END-IF.
               OPEN OUTPUT MOVAUD-ARQ
           END-IF.
           OPEN OUTPUT MOVREJ-ARQ.
           OPEN EXTEND CONTAHIS-ARQ.
           IF WRK-FS-TRC NOT = '00'
               CLOSE CONTAHIS-ARQ
               OPEN OUTPUT CONTAHIS-ARQ
           END-IF.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.
       0150-CARREGAR-DEPTOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA OS CARGOS DO CADASTRO DE CARGOS (CARGMSTR)   *
      * COM A FAIXA SALARIAL. SEM O CADASTRO, A TABELA FICA  *
      * VAZIA E A VALIDACAO DE CARGO E DESLIGADA.            *
      *----------------------------------------------------*
       0155-CARREGAR-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGMSTR-ARQ.
           IF WRK-FS-CRG NOT = '00'
               DISPLAY 'EMPMNT: CARGMSTR INDISPONIVEL - VALIDACAO '
                   'DE CARGO DESLIGADA E PROMOCOES REJEITADAS'
               GO TO 0155-CARREGAR-CARGOS-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CRG = '10'
               READ CARGMSTR-ARQ
                   AT END MOVE '10' TO WRK-FS-CRG
                   NOT AT END
                       IF WRK-QTD-CARGOS >= 200
                           DISPLAY 'EMPMNT: CARGMSTR TEM MAIS DE 200 '
                               'CARGOS - EXCEDENTES IGNORADOS'
                       ELSE
                           ADD 1 TO WRK-QTD-CARGOS
                           SET WRK-IDX-CRG TO WRK-QTD-CARGOS
                           MOVE WRK-CRG-CODIGO
                               TO WRK-CRG-TAB-CODIGO(WRK-IDX-CRG)
                           MOVE WRK-CRG-SALARIO-MINIMO
                               TO WRK-CRG-TAB-MINIMO(WRK-IDX-CRG)
                           MOVE WRK-CRG-SALARIO-MAXIMO
                               TO WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARGMSTR-ARQ.
       0155-CARREGAR-CARGOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA O ORCAMENTO DO ANO (ORCMSTR) E OS TOTAIS     *
      * CORRENTES DE EFETIVO E FOLHA POR DEPARTAMENTO, EM    *
       0170-VALIDAR-DEPTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA O CARGO DO MOVIMENTO CONTRA O CADASTRO DE     *
      * CARGOS, DEIXANDO O INDICE NA LINHA DO CARGO (FAIXA   *
      * SALARIAL). COM A TABELA VAZIA, TODO CARGO E ACEITO.  *
      *----------------------------------------------------*
       0175-VALIDAR-CARGO.
           SET WRK-SW-CARGO-VALIDO TO 'S'.
           IF WRK-QTD-CARGOS = ZEROS
               GO TO 0175-VALIDAR-CARGO-EXIT
           END-IF.
           SET WRK-IDX-CRG TO 1.
           SEARCH WRK-CRG
               AT END
                   MOVE 'N' TO WRK-SW-CARGO-VALIDO
               WHEN WRK-CRG-TAB-CODIGO(WRK-IDX-CRG) = MOV-CARGO
                   CONTINUE
           END-SEARCH.
       0175-VALIDAR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
                   PERFORM 0500-DESLIGAR THRU 0500-DESLIGAR-EXIT
               WHEN MOV-TRANSFERENCIA
                   PERFORM 0600-TRANSFERIR THRU 0600-TRANSFERIR-EXIT
               WHEN MOV-PROMOCAO
                   PERFORM 0650-PROMOVER THRU 0650-PROMOVER-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO'
                       TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           IF MOV-CARGO = SPACES AND WRK-QTD-CARGOS > ZEROS
               MOVE 'CARGO NAO INFORMADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.

           MOVE MOV-MATRICULA        TO WRK-MATRICULA.
           MOVE MOV-NOME             TO WRK-NOME.
           MOVE MOV-AGENCIA          TO WRK-AGENCIA.
           MOVE MOV-CONTA-CORRENTE   TO WRK-CONTA-CORRENTE.
           MOVE MOV-CONTA-DV         TO WRK-CONTA-DV.
           MOVE MOV-PIS              TO WRK-PIS.
           MOVE MOV-CPF              TO WRK-CPF.
           MOVE MOV-CARGO            TO WRK-CARGO.
           WRITE WRK-FUNCIONARIO
               INVALID KEY
                   MOVE 'ERRO DE GRAVACAO NO CADASTRO'
           MOVE SPACES TO MAU-DEPARTAMENTO-ANT.
           MOVE ZEROS  TO MAU-SALARIO-ANT.
           MOVE SPACES TO MAU-SITUACAO-ANT.
           MOVE SPACES TO MAU-CARGO-ANT.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-INCLUIDOS.
               PERFORM 0168-CONFERIR-ORCAMENTO
                   THRU 0168-CONFERIR-ORCAMENTO-EXIT
           END-IF.
      *    ADMISSAO FORA DA FAIXA DO CARGO E SO APONTADA - A
      *    NEGOCIACAO DE CONTRATACAO E DO RH.
           IF MOV-CARGO NOT = SPACES AND WRK-QTD-CARGOS > ZEROS
               IF MOV-SALARIO < WRK-CRG-TAB-MINIMO(WRK-IDX-CRG)
                   OR MOV-SALARIO > WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG)
                   DISPLAY 'EMPMNT: ADMISSAO DA MATRICULA '
                       WRK-MATRICULA ' COM SALARIO FORA DA FAIXA '
                       'DO CARGO ' WRK-CARGO
               END-IF
           END-IF.
       0300-INCLUIR-EXIT.
           EXIT.

               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
      *    A ALTERACAO SO ATRIBUI CARGO A QUEM AINDA NAO TEM;
      *    CARGO EM BRANCO NO MOVIMENTO MANTEM O ATUAL.
           IF MOV-CARGO NOT = SPACES AND WRK-CARGO NOT = SPACES
               AND MOV-CARGO NOT = WRK-CARGO
               MOVE 'TROCA DE CARGO SO POR PROMOCAO'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
      *    TROCA DE CONTA PRECISA DE OPERADOR RESPONSAVEL: E O
      *    QUE O RH CONFERE ANTES DE LIBERAR A CONTA NOVA.
           SET WRK-SW-TROCA-CONTA TO 'N'.
           IF MOV-DADOS-BANCARIOS NOT = WRK-DADOS-BANCARIOS
               IF MOV-OPERADOR = SPACES
                   MOVE 'TROCA DE CONTA SEM OPERADOR'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
                   GO TO 0400-ALTERAR-EXIT
               END-IF
               SET WRK-CONTA-TROCADA TO TRUE
               MOVE WRK-DADOS-BANCARIOS TO WRK-CONTA-ANTERIOR
           END-IF.

           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-ANT.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-ANT.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-ANT.
           MOVE WRK-CARGO                TO MAU-CARGO-ANT.

           MOVE MOV-NOME             TO WRK-NOME.
           MOVE MOV-ANO-ADMISSAO     TO WRK-ANO-ENTRADA.
           MOVE MOV-AGENCIA          TO WRK-AGENCIA.
           MOVE MOV-CONTA-CORRENTE   TO WRK-CONTA-CORRENTE.
           MOVE MOV-CONTA-DV         TO WRK-CONTA-DV.
           MOVE MOV-PIS              TO WRK-PIS.
           MOVE MOV-CPF              TO WRK-CPF.
           IF MOV-CARGO NOT = SPACES
               MOVE MOV-CARGO        TO WRK-CARGO
           END-IF.
           PERFORM 0750-REGRAVAR-FUNCIONARIO
               THRU 0750-REGRAVAR-FUNCIONARIO-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-ALTERADOS.
           IF WRK-CONTA-TROCADA
               PERFORM 0820-GRAVAR-TROCA-CONTA
                   THRU 0820-GRAVAR-TROCA-CONTA-EXIT
           END-IF.
       0400-ALTERAR-EXIT.
           EXIT.

           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-ANT.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-ANT.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-ANT.
           MOVE WRK-CARGO                TO MAU-CARGO-ANT.

           MOVE 'I' TO WRK-SITUACAO.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-DESLIGAMENTO.
           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-ANT.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-ANT.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-ANT.
           MOVE WRK-CARGO                TO MAU-CARGO-ANT.

           MOVE MOV-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           PERFORM 0750-REGRAVAR-FUNCIONARIO
       0600-TRANSFERIR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PROMOCAO: A MATRICULA PRECISA EXISTIR E ESTAR ATIVA; *
      * TROCA CARGO E SALARIO JUNTOS. O CARGO NOVO TEM QUE   *
      * EXISTIR E SER OUTRO, E O SALARIO NOVO NAO PODE SER   *
      * MENOR QUE O ATUAL NEM FICAR FORA DA FAIXA DO CARGO.  *
      *----------------------------------------------------*
       0650-PROMOVER.
           IF NOT WRK-FUNC-ACHADO
               MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF NOT WRK-FUNC-ATIVO
               MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF WRK-QTD-CARGOS = ZEROS
               MOVE 'CADASTRO DE CARGOS AUSENTE'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF MOV-CARGO = SPACES
               MOVE 'CARGO NAO INFORMADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF MOV-CARGO = WRK-CARGO
               MOVE 'JA OCUPA ESTE CARGO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           PERFORM 0175-VALIDAR-CARGO THRU 0175-VALIDAR-CARGO-EXIT.
           IF NOT WRK-CARGO-VALIDO
               MOVE 'CARGO NAO CADASTRADO' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF MOV-SALARIO < WRK-SALARIO-FUNCIONARIO
               MOVE 'SALARIO MENOR QUE O ATUAL' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           IF MOV-SALARIO < WRK-CRG-TAB-MINIMO(WRK-IDX-CRG)
               OR MOV-SALARIO > WRK-CRG-TAB-MAXIMO(WRK-IDX-CRG)
               MOVE 'SALARIO FORA DA FAIXA DO CARGO'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0650-PROMOVER-EXIT
           END-IF.

           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-ANT.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-ANT.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-ANT.
           MOVE WRK-CARGO                TO MAU-CARGO-ANT.

           MOVE MOV-CARGO   TO WRK-CARGO.
           MOVE MOV-SALARIO TO WRK-SALARIO-FUNCIONARIO.
           PERFORM 0750-REGRAVAR-FUNCIONARIO
               THRU 0750-REGRAVAR-FUNCIONARIO-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               GO TO 0650-PROMOVER-EXIT
           END-IF.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-PROMOVIDOS.
       0650-PROMOVER-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA OS CAMPOS DO MOVIMENTO CONTRA O LAYOUT DO     *
      * CADASTRO: DATA DE ADMISSAO VALIDA E NAO FUTURA,      *
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-PIS NOT = ZEROS
               PERFORM 0720-VALIDAR-PIS THRU 0720-VALIDAR-PIS-EXIT
               IF WRK-DOC-INVALIDO
                   MOVE 'PIS INVALIDO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           IF MOV-CPF NOT = ZEROS
               PERFORM 0730-VALIDAR-CPF THRU 0730-VALIDAR-CPF-EXIT
               IF WRK-DOC-INVALIDO
                   MOVE 'CPF INVALIDO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           PERFORM 0170-VALIDAR-DEPTO THRU 0170-VALIDAR-DEPTO-EXIT.
           IF NOT WRK-DEPTO-VALIDO
               MOVE 'DEPARTAMENTO NAO CADASTRADO'
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-CARGO NOT = SPACES
               PERFORM 0175-VALIDAR-CARGO
                   THRU 0175-VALIDAR-CARGO-EXIT
               IF NOT WRK-CARGO-VALIDO
                   MOVE 'CARGO NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
               END-IF
           END-IF.
       0700-VALIDAR-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE O DIGITO VERIFICADOR DO PIS: SOMA DOS 10     *
      * PRIMEIROS DIGITOS PELOS PESOS 3,2,9,8,7,6,5,4,3,2;   *
      * DIGITO = 11 MENOS O RESTO DA SOMA POR 11 (10 OU 11   *
      * VIRAM ZERO).                                         *
      *----------------------------------------------------*
       0720-VALIDAR-PIS.
           SET WRK-DOC-VALIDO TO TRUE.
           MOVE MOV-PIS TO WRK-DOC-NUMERO.
           MOVE ZEROS TO WRK-DOC-SOMA.
           PERFORM 0721-SOMAR-PIS THRU 0721-SOMAR-PIS-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > 10.
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOCIENTE
               REMAINDER WRK-DOC-RESTO.
           COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO.
           IF WRK-DOC-DV > 9
               MOVE ZEROS TO WRK-DOC-DV
           END-IF.
           IF WRK-DOC-DV NOT = WRK-DOC-DIGITO(11)
               SET WRK-DOC-INVALIDO TO TRUE
           END-IF.
       0720-VALIDAR-PIS-EXIT.
           EXIT.

       0721-SOMAR-PIS.
           COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
               + WRK-DOC-DIGITO(WRK-DOC-IDX)
               * WRK-PESO-PIS(WRK-DOC-IDX).
       0721-SOMAR-PIS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF: O 1O   *
      * SOBRE OS 9 PRIMEIROS DIGITOS (PESOS 10 A 2), O 2O    *
      * SOBRE OS 10 PRIMEIROS (PESOS 11 A 2). RESTO DA SOMA  *
      * POR 11 MENOR QUE 2 DA DIGITO ZERO; SENAO, 11 MENOS   *
      * O RESTO.                                             *
      *----------------------------------------------------*
       0730-VALIDAR-CPF.
           SET WRK-DOC-VALIDO TO TRUE.
           MOVE MOV-CPF TO WRK-DOC-NUMERO.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 11 TO WRK-DOC-PESO-BASE.
           PERFORM 0731-SOMAR-CPF THRU 0731-SOMAR-CPF-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > 9.
           PERFORM 0735-CALCULAR-DV-CPF
               THRU 0735-CALCULAR-DV-CPF-EXIT.
           IF WRK-DOC-DV NOT = WRK-DOC-DIGITO(10)
               SET WRK-DOC-INVALIDO TO TRUE
               GO TO 0730-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 12 TO WRK-DOC-PESO-BASE.
           PERFORM 0731-SOMAR-CPF THRU 0731-SOMAR-CPF-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > 10.
           PERFORM 0735-CALCULAR-DV-CPF
               THRU 0735-CALCULAR-DV-CPF-EXIT.
           IF WRK-DOC-DV NOT = WRK-DOC-DIGITO(11)
               SET WRK-DOC-INVALIDO TO TRUE
           END-IF.
       0730-VALIDAR-CPF-EXIT.
           EXIT.

       0731-SOMAR-CPF.
           COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
               + WRK-DOC-DIGITO(WRK-DOC-IDX)
               * (WRK-DOC-PESO-BASE - WRK-DOC-IDX).
       0731-SOMAR-CPF-EXIT.
           EXIT.

       0735-CALCULAR-DV-CPF.
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOCIENTE
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO < 2
               MOVE ZEROS TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.
       0735-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REGRAVA O REGISTRO CORRENTE DO CADASTRO. UM ERRO DE  *
      * REGRAVACAO REJEITA O MOVIMENTO EM VEZ DE ABORTAR O   *
           MOVE WRK-DEPARTAMENTO         TO MAU-DEPARTAMENTO-NOV.
           MOVE WRK-SALARIO-FUNCIONARIO  TO MAU-SALARIO-NOV.
           MOVE WRK-SITUACAO             TO MAU-SITUACAO-NOV.
           MOVE WRK-CARGO                TO MAU-CARGO-NOV.
           MOVE WRK-ANOSYS               TO MAU-ANO.
           MOVE WRK-MESSYS               TO MAU-MES.
           MOVE WRK-DIASYS               TO MAU-DIA.
       0800-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * REGISTRA A TROCA DE CONTA NO HISTORICO (CONTAHIS),   *
      * PENDENTE DE CONFIRMACAO DO RH. ATE LA A REMESSA NAO  *
      * CREDITA A CONTA NOVA.                                *
      *----------------------------------------------------*
       0820-GRAVAR-TROCA-CONTA.
           ACCEPT WRK-HORA-BRUTA FROM TIME.
           MOVE WRK-MATRICULA            TO WRK-TRC-MATRICULA.
           MOVE WRK-NOME                 TO WRK-TRC-NOME.
           MOVE WRK-CONTA-ANTERIOR       TO WRK-TRC-CONTA-ANTERIOR.
           MOVE WRK-DADOS-BANCARIOS      TO WRK-TRC-CONTA-NOVA.
           MOVE MOV-OPERADOR             TO WRK-TRC-OPERADOR.
           MOVE WRK-DATA-SISTEMA         TO WRK-TRC-DATA-TROCA.
           MOVE WRK-HORA-BRUTA(1:6)      TO WRK-TRC-HORA-TROCA.
           SET WRK-TRC-PENDENTE TO TRUE.
           MOVE SPACES                   TO WRK-TRC-CONFIRMADO-POR.
           MOVE ZEROS                    TO WRK-TRC-DATA-CONFIRMACAO.
           WRITE WRK-TROCA-CONTA.
           ADD 1 TO WRK-QTD-TROCAS-CONTA.
           DISPLAY 'EMPMNT: MATRICULA ' WRK-MATRICULA
               ' TROCOU DE CONTA (OPERADOR ' MOV-OPERADOR
               ') - PENDENTE DE CONFIRMACAO DO RH'.
       0820-GRAVAR-TROCA-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O MOVIMENTO REJEITADO COM O MOTIVO, PARA        *
      * CORRECAO E REAPRESENTACAO EM UM PROXIMO LOTE.         *
               CLOSE FUNCIONARIO-ARQ
               CLOSE MOVAUD-ARQ
               CLOSE MOVREJ-ARQ
               CLOSE CONTAHIS-ARQ
               DISPLAY 'EMPMNT: ' WRK-QTD-INCLUIDOS ' INCLUIDOS, '
                   WRK-QTD-ALTERADOS ' ALTERADOS, '
                   WRK-QTD-DESLIGADOS ' DESLIGADOS, '
                   WRK-QTD-TRANSFERIDOS ' TRANSFERIDOS, '
                   WRK-QTD-PROMOVIDOS ' PROMOVIDOS, '
                   WRK-QTD-REJEITADOS ' REJEITADOS, '
                   WRK-QTD-TROCAS-CONTA ' TROCAS DE CONTA PENDENTES'
           ELSE
               DISPLAY 'EMPMNT: EXECUCAO ENCERRADA SEM PROCESSAR'
           END-IF.

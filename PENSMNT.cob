       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSMNT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: MANUTENCAO EM LOTE DO CADASTRO DE ORDENS
      * JUDICIAIS DE PENSAO ALIMENTICIA (PENSMSTR, VER
      * PENSREG.COB), NO MESMO ESTILO DE MOVIMENTOS DO DEPNMNT.
      * LE O ARQUIVO DE MOVIMENTOS (PENSMOV) COM INCLUSAO,
      * ALTERACAO E EXCLUSAO, CHAVEADOS POR MATRICULA +
      * SEQUENCIA, VALIDA CADA MOVIMENTO (A MATRICULA PRECISA
      * EXISTIR NO FUNCMSTR E, NA INCLUSAO, ESTAR ATIVA;
      * PROCESSO E BENEFICIARIO PREENCHIDOS; BASE 'L'/'B'/'F';
      * PERCENTUAL ENTRE 0 E 100 NAS BASES PERCENTUAIS E VALOR
      * POSITIVO NO VALOR FIXO; BANCO, AGENCIA E CONTA DO
      * BENEFICIARIO INFORMADOS; INICIO VALIDO E FIM, QUANDO
      * INFORMADO, VALIDO E NAO ANTERIOR AO INICIO), APLICA OS
      * VALIDOS NO CADASTRO INDEXADO, GRAVA TRILHA DE AUDITORIA
      * PROPRIA (PENSAUD) E DESVIA OS INVALIDOS PARA O ARQUIVO
      * DE REJEITADOS (PENSREJ) COM O MOTIVO. O ENCERRAMENTO DE
      * UMA ORDEM E INFORMADO POR UM MOVIMENTO DE ALTERACAO COM A
      * DATA DE FIM PREENCHIDA; A EXCLUSAO FICA PARA ORDENS
      * LANCADAS POR ENGANO.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-ARQ ASSIGN TO 'PENSMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT PENSAO-ARQ ASSIGN TO 'PENSMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PEN-CHAVE
               FILE STATUS IS WRK-FS-PEN.

           SELECT MOVAUD-ARQ ASSIGN TO 'PENSAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.

           SELECT MOVREJ-ARQ ASSIGN TO 'PENSREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01  WRK-REG-MOVIMENTO.
           05  MOV-TIPO                PIC X(01).
               88  MOV-INCLUSAO                   VALUE 'I'.
               88  MOV-ALTERACAO                  VALUE 'A'.
               88  MOV-EXCLUSAO                   VALUE 'E'.
           05  MOV-MATRICULA           PIC 9(06).
           05  MOV-SEQUENCIA           PIC 9(02).
           05  MOV-PROCESSO            PIC X(20).
           05  MOV-BENEFICIARIO        PIC X(20).
           05  MOV-BASE                PIC X(01).
           05  MOV-PERCENTUAL          PIC 9(03)V99.
           05  MOV-VALOR               PIC 9(07)V99.
           05  MOV-BANCO               PIC 9(03).
           05  MOV-AGENCIA             PIC 9(04).
           05  MOV-CONTA-CORRENTE      PIC 9(08).
           05  MOV-CONTA-DV            PIC X(01).
           05  MOV-DATA-INICIO.
               10  MOV-ANO-INICIO      PIC 9(04).
               10  MOV-MES-INICIO      PIC 9(02).
               10  MOV-DIA-INICIO      PIC 9(02).
           05  MOV-DATA-FIM.
               10  MOV-ANO-FIM         PIC 9(04).
               10  MOV-MES-FIM         PIC 9(02).
               10  MOV-DIA-FIM         PIC 9(02).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  PENSAO-ARQ.
           COPY 'PENSREG.COB'.

      *    A AUDITORIA GUARDA TAMBEM OS DADOS BANCARIOS: TROCA DE
      *    CONTA DE BENEFICIARIO PRECISA FICAR RASTREAVEL.
       FD  MOVAUD-ARQ.
       01  WRK-REG-MOVAUD.
           05  PAU-TIPO                PIC X(01).
           05  PAU-MATRICULA           PIC 9(06).
           05  PAU-SEQUENCIA           PIC 9(02).
           05  PAU-PROCESSO            PIC X(20).
           05  PAU-BASE                PIC X(01).
           05  PAU-PERCENTUAL          PIC 9(03)V99.
           05  PAU-VALOR               PIC 9(07)V99.
           05  PAU-BANCO               PIC 9(03).
           05  PAU-AGENCIA             PIC 9(04).
           05  PAU-CONTA-CORRENTE      PIC 9(08).
           05  PAU-CONTA-DV            PIC X(01).
           05  PAU-DATA-INICIO         PIC 9(08).
           05  PAU-DATA-FIM            PIC 9(08).
           05  PAU-DATA-PROCESSO       PIC 9(08).

       FD  MOVREJ-ARQ.
       01  WRK-REG-MOVREJ.
           05  REJ-TIPO                PIC X(01).
           05  REJ-MATRICULA           PIC 9(06).
           05  REJ-SEQUENCIA           PIC 9(02).
           05  REJ-PROCESSO            PIC X(20).
           05  REJ-BASE                PIC X(01).
           05  REJ-PERCENTUAL          PIC 9(03)V99.
           05  REJ-VALOR               PIC 9(07)V99.
           05  REJ-DATA-INICIO         PIC 9(08).
           05  REJ-DATA-FIM            PIC 9(08).
           05  REJ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-MOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-PEN                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AUD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-MOV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOV                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-MOVIMENTO            PIC X(01) VALUE 'S'.
           88  WRK-MOVIMENTO-VALIDO               VALUE 'S'.
           88  WRK-MOVIMENTO-INVALIDO             VALUE 'N'.
       77  WRK-SW-PEN-ACHADA           PIC X(01) VALUE 'N'.
           88  WRK-PEN-ACHADA                     VALUE 'S'.

       77  WRK-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.

       01  WRK-DATA-SISTEMA            PIC 9(08).

       77  WRK-QTD-INCLUIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-ABRIR-ARQUIVOS-EXIT.
           IF WRK-ARQUIVOS-OK
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 0200-PROCESSAR THRU 0200-PROCESSAR-EXIT
                   UNTIL WRK-FIM-MOV
           END-IF.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * ABRE OS MOVIMENTOS, O CADASTRO DE FUNCIONARIOS       *
      * (LEITURA) E O DE PENSOES (I-O; CRIADO VAZIO NA       *
      * PRIMEIRA CARGA), ALEM DA AUDITORIA E DOS REJEITADOS. *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT MOVIMENTO-ARQ.
           IF WRK-FS-MOV NOT = '00'
               MOVE WRK-FS-MOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSMNT: ERRO AO ABRIR PENSMOV - STATUS '
                   WRK-FS-MOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSMNT: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVIMENTO-ARQ
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN I-O PENSAO-ARQ.
           IF WRK-FS-PEN = '35'
               OPEN OUTPUT PENSAO-ARQ
               CLOSE PENSAO-ARQ
               OPEN I-O PENSAO-ARQ
           END-IF.
           IF WRK-FS-PEN NOT = '00'
               MOVE WRK-FS-PEN TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'PENSMNT: ERRO AO ABRIR PENSMSTR - STATUS '
                   WRK-FS-PEN ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVIMENTO-ARQ
               CLOSE FUNCIONARIO-ARQ
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN EXTEND MOVAUD-ARQ.
           IF WRK-FS-AUD NOT = '00'
               CLOSE MOVAUD-ARQ
               OPEN OUTPUT MOVAUD-ARQ
           END-IF.
           OPEN OUTPUT MOVREJ-ARQ.
           SET WRK-ARQUIVOS-OK TO TRUE.
       0100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA A TABELA COM A DESCRICAO DOS CODIGOS DE      *
      * FILE STATUS MAIS COMUNS (VER ERRMSG.COB), PARA AS     *
      * MENSAGENS DE ERRO DE ABERTURA/GRAVACAO DE ARQUIVO.    *
      *----------------------------------------------------*
       0190-CARREGAR-MSG-ERRO.
           MOVE '00' TO WRK-MSG-ERRO-COD(1).
           MOVE 'OPERACAO CONCLUIDA COM SUCESSO' TO WRK-MSG-ERRO-TXT(1).
           MOVE '02' TO WRK-MSG-ERRO-COD(2).
           MOVE 'CHAVE DUPLICADA' TO WRK-MSG-ERRO-TXT(2).
           MOVE '10' TO WRK-MSG-ERRO-COD(3).
           MOVE 'FIM DE ARQUIVO' TO WRK-MSG-ERRO-TXT(3).
           MOVE '21' TO WRK-MSG-ERRO-COD(4).
           MOVE 'CHAVE FORA DE SEQUENCIA' TO WRK-MSG-ERRO-TXT(4).
           MOVE '22' TO WRK-MSG-ERRO-COD(5).
           MOVE 'REGISTRO DUPLICADO' TO WRK-MSG-ERRO-TXT(5).
           MOVE '23' TO WRK-MSG-ERRO-COD(6).
           MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(6).
           MOVE '30' TO WRK-MSG-ERRO-COD(7).
           MOVE 'ERRO PERMANENTE DE E/S' TO WRK-MSG-ERRO-TXT(7).
           MOVE '35' TO WRK-MSG-ERRO-COD(8).
           MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MSG-ERRO-TXT(8).
           MOVE '41' TO WRK-MSG-ERRO-COD(9).
           MOVE 'ARQUIVO JA ABERTO' TO WRK-MSG-ERRO-TXT(9).
       0190-CARREGAR-MSG-ERRO-EXIT.
           EXIT.

       0195-LOCALIZAR-MSG-ERRO.
           MOVE 'CODIGO DE STATUS NAO MAPEADO'
               TO WRK-MSG-ERRO-ENCONTRADA.
           SET WRK-IDX-MSG-ERRO TO 1.
           SEARCH WRK-MSG-ERRO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-MSG-ERRO-COD(WRK-IDX-MSG-ERRO)
                       = WRK-FS-CONSULTADO
                   MOVE WRK-MSG-ERRO-TXT(WRK-IDX-MSG-ERRO)
                       TO WRK-MSG-ERRO-ENCONTRADA
           END-SEARCH.
       0195-LOCALIZAR-MSG-ERRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LE O PROXIMO MOVIMENTO, LOCALIZA A ORDEM NO CADASTRO *
      * E DESPACHA PARA A ROTINA DO TIPO. TIPO DESCONHECIDO  *
      * VAI DIRETO PARA OS REJEITADOS.                       *
      *----------------------------------------------------*
       0200-PROCESSAR.
           READ MOVIMENTO-ARQ
               AT END
                   SET WRK-FIM-MOV TO TRUE
                   GO TO 0200-PROCESSAR-EXIT
           END-READ.
           SET WRK-MOVIMENTO-VALIDO TO TRUE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF MOV-MATRICULA = ZEROS
               MOVE 'MATRICULA ZERADA' TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0200-PROCESSAR-EXIT
           END-IF.

           PERFORM 0250-LOCALIZAR-PENSAO
               THRU 0250-LOCALIZAR-PENSAO-EXIT.

           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 0300-INCLUIR THRU 0300-INCLUIR-EXIT
               WHEN MOV-ALTERACAO
                   PERFORM 0400-ALTERAR THRU 0400-ALTERAR-EXIT
               WHEN MOV-EXCLUSAO
                   PERFORM 0500-EXCLUIR THRU 0500-EXCLUIR-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
           END-EVALUATE.
       0200-PROCESSAR-EXIT.
           EXIT.

       0250-LOCALIZAR-PENSAO.
           SET WRK-SW-PEN-ACHADA TO 'N'.
           MOVE MOV-MATRICULA TO WRK-PEN-MATRICULA.
           MOVE MOV-SEQUENCIA TO WRK-PEN-SEQUENCIA.
           READ PENSAO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-PEN-ACHADA TO TRUE
           END-READ.
       0250-LOCALIZAR-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * INCLUSAO: A CHAVE NAO PODE EXISTIR, E TODOS OS       *
      * CAMPOS DO MOVIMENTO SAO VALIDADOS ANTES DO WRITE.    *
      *----------------------------------------------------*
       0300-INCLUIR.
           IF WRK-PEN-ACHADA
               MOVE 'ORDEM DE PENSAO JA CADASTRADA'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.
           PERFORM 0700-VALIDAR-CAMPOS THRU 0700-VALIDAR-CAMPOS-EXIT.
           IF WRK-MOVIMENTO-VALIDO AND NOT WRK-FUNC-ATIVO
               MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
           END-IF.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0300-INCLUIR-EXIT
           END-IF.

           PERFORM 0600-MONTAR-REGISTRO THRU 0600-MONTAR-REGISTRO-EXIT.
           WRITE WRK-PENSAO
               INVALID KEY
                   MOVE 'ERRO DE GRAVACAO NO CADASTRO'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
                   GO TO 0300-INCLUIR-EXIT
           END-WRITE.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-INCLUIDOS.
       0300-INCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ALTERACAO: A CHAVE PRECISA EXISTIR, E O REGISTRO E   *
      * SUBSTITUIDO PELOS CAMPOS DO MOVIMENTO (E ASSIM QUE   *
      * UMA ORDEM REVISTA OU ENCERRADA E INFORMADA).         *
      *----------------------------------------------------*
       0400-ALTERAR.
           IF NOT WRK-PEN-ACHADA
               MOVE 'ORDEM DE PENSAO NAO CADASTRADA'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
           PERFORM 0700-VALIDAR-CAMPOS THRU 0700-VALIDAR-CAMPOS-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.

           PERFORM 0600-MONTAR-REGISTRO THRU 0600-MONTAR-REGISTRO-EXIT.
           REWRITE WRK-PENSAO
               INVALID KEY
                   MOVE 'ERRO DE REGRAVACAO NO CADASTRO'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
                   GO TO 0400-ALTERAR-EXIT
           END-REWRITE.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-ALTERADOS.
       0400-ALTERAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EXCLUSAO: A CHAVE PRECISA EXISTIR (ORDEM LANCADA POR *
      * ENGANO); O REGISTRO E REMOVIDO.                      *
      *----------------------------------------------------*
       0500-EXCLUIR.
           IF NOT WRK-PEN-ACHADA
               MOVE 'ORDEM DE PENSAO NAO CADASTRADA'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0500-EXCLUIR-EXIT
           END-IF.
           DELETE PENSAO-ARQ
               INVALID KEY
                   MOVE 'ERRO DE EXCLUSAO NO CADASTRO'
                       TO WRK-MOTIVO-REJEICAO
                   PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
                   GO TO 0500-EXCLUIR-EXIT
           END-DELETE.
           PERFORM 0800-GRAVAR-AUDITORIA
               THRU 0800-GRAVAR-AUDITORIA-EXIT.
           ADD 1 TO WRK-QTD-EXCLUIDOS.
       0500-EXCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * MONTA O REGISTRO DO CADASTRO COM OS CAMPOS DO        *
      * MOVIMENTO. NA BASE DE VALOR FIXO O PERCENTUAL E      *
      * ZERADO, E NAS BASES PERCENTUAIS O VALOR, PARA QUE O  *
      * CALCLIQ NAO TENHA DUAS REGRAS NO MESMO REGISTRO.     *
      *----------------------------------------------------*
       0600-MONTAR-REGISTRO.
           MOVE MOV-MATRICULA        TO WRK-PEN-MATRICULA.
           MOVE MOV-SEQUENCIA        TO WRK-PEN-SEQUENCIA.
           MOVE MOV-PROCESSO         TO WRK-PEN-PROCESSO.
           MOVE MOV-BENEFICIARIO     TO WRK-PEN-BENEFICIARIO.
           MOVE MOV-BASE             TO WRK-PEN-BASE.
           MOVE MOV-PERCENTUAL       TO WRK-PEN-PERCENTUAL.
           MOVE MOV-VALOR            TO WRK-PEN-VALOR.
           IF WRK-PEN-VALOR-FIXO
               MOVE ZEROS TO WRK-PEN-PERCENTUAL
           ELSE
               MOVE ZEROS TO WRK-PEN-VALOR
           END-IF.
           MOVE MOV-BANCO            TO WRK-PEN-BANCO.
           MOVE MOV-AGENCIA          TO WRK-PEN-AGENCIA.
           MOVE MOV-CONTA-CORRENTE   TO WRK-PEN-CONTA-CORRENTE.
           MOVE MOV-CONTA-DV         TO WRK-PEN-CONTA-DV.
           MOVE MOV-DATA-INICIO      TO WRK-PEN-DATA-INICIO.
           MOVE MOV-DATA-FIM         TO WRK-PEN-DATA-FIM.
       0600-MONTAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VALIDA OS CAMPOS DO MOVIMENTO: MATRICULA NO CADASTRO *
      * DE FUNCIONARIOS, SEQUENCIA, PROCESSO, BENEFICIARIO,  *
      * BASE CONHECIDA COM PERCENTUAL OU VALOR COERENTE,     *
      * DADOS BANCARIOS DO BENEFICIARIO, INICIO VALIDO E FIM *
      * (SE INFORMADO) VALIDO E NAO ANTERIOR AO INICIO. O    *
      * PRIMEIRO ERRO ENCONTRADO DEFINE O MOTIVO DA          *
      * REJEICAO.                                            *
      *----------------------------------------------------*
       0700-VALIDAR-CAMPOS.
           MOVE MOV-MATRICULA TO WRK-MATRICULA.
           READ FUNCIONARIO-ARQ
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
           END-READ.
           IF WRK-MOVIMENTO-INVALIDO
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-SEQUENCIA = ZEROS
               MOVE 'SEQUENCIA ZERADA' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-PROCESSO = SPACES
               MOVE 'PROCESSO JUDICIAL EM BRANCO'
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-BENEFICIARIO = SPACES
               MOVE 'BENEFICIARIO EM BRANCO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-BASE NOT = 'L'
               AND MOV-BASE NOT = 'B'
               AND MOV-BASE NOT = 'F'
               MOVE 'BASE DE CALCULO INVALIDA' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-BASE = 'F'
               IF MOV-VALOR = ZEROS
                   MOVE 'VALOR FIXO ZERADO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           ELSE
               IF MOV-PERCENTUAL = ZEROS OR MOV-PERCENTUAL > 100
                   MOVE 'PERCENTUAL INVALIDO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           IF MOV-BANCO = ZEROS OR MOV-AGENCIA = ZEROS
               OR MOV-CONTA-CORRENTE = ZEROS
               MOVE 'DADOS BANCARIOS INCOMPLETOS'
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-MES-INICIO < 01 OR MOV-MES-INICIO > 12
               OR MOV-DIA-INICIO < 01 OR MOV-DIA-INICIO > 31
               OR MOV-ANO-INICIO < 1900
               MOVE 'DATA DE INICIO INVALIDA' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-DATA-FIM NOT = ZEROS
               IF MOV-MES-FIM < 01 OR MOV-MES-FIM > 12
                   OR MOV-DIA-FIM < 01 OR MOV-DIA-FIM > 31
                   OR MOV-DATA-FIM < MOV-DATA-INICIO
                   MOVE 'DATA DE FIM INVALIDA' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
       0700-VALIDAR-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A TRILHA DE AUDITORIA DO MOVIMENTO APLICADO.   *
      *----------------------------------------------------*
       0800-GRAVAR-AUDITORIA.
           MOVE MOV-TIPO             TO PAU-TIPO.
           MOVE MOV-MATRICULA        TO PAU-MATRICULA.
           MOVE MOV-SEQUENCIA        TO PAU-SEQUENCIA.
           MOVE MOV-PROCESSO         TO PAU-PROCESSO.
           MOVE MOV-BASE             TO PAU-BASE.
           MOVE MOV-PERCENTUAL       TO PAU-PERCENTUAL.
           MOVE MOV-VALOR            TO PAU-VALOR.
           MOVE MOV-BANCO            TO PAU-BANCO.
           MOVE MOV-AGENCIA          TO PAU-AGENCIA.
           MOVE MOV-CONTA-CORRENTE   TO PAU-CONTA-CORRENTE.
           MOVE MOV-CONTA-DV         TO PAU-CONTA-DV.
           MOVE MOV-DATA-INICIO      TO PAU-DATA-INICIO.
           MOVE MOV-DATA-FIM         TO PAU-DATA-FIM.
           MOVE WRK-DATA-SISTEMA     TO PAU-DATA-PROCESSO.
           WRITE WRK-REG-MOVAUD.
       0800-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O MOVIMENTO REJEITADO COM O MOTIVO, PARA        *
      * CORRECAO E REAPRESENTACAO EM UM PROXIMO LOTE.         *
      *----------------------------------------------------*
       0850-REJEITAR.
           MOVE MOV-TIPO             TO REJ-TIPO.
           MOVE MOV-MATRICULA        TO REJ-MATRICULA.
           MOVE MOV-SEQUENCIA        TO REJ-SEQUENCIA.
           MOVE MOV-PROCESSO         TO REJ-PROCESSO.
           MOVE MOV-BASE             TO REJ-BASE.
           MOVE MOV-PERCENTUAL       TO REJ-PERCENTUAL.
           MOVE MOV-VALOR            TO REJ-VALOR.
           MOVE MOV-DATA-INICIO      TO REJ-DATA-INICIO.
           MOVE MOV-DATA-FIM         TO REJ-DATA-FIM.
           MOVE WRK-MOTIVO-REJEICAO  TO REJ-MOTIVO.
           WRITE WRK-REG-MOVREJ.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'PENSMNT: MOVIMENTO ' MOV-TIPO ' MATRICULA '
               MOV-MATRICULA ' SEQ ' MOV-SEQUENCIA ' REJEITADO - '
               WRK-MOTIVO-REJEICAO.
       0850-REJEITAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE MOVIMENTO-ARQ
               CLOSE FUNCIONARIO-ARQ
               CLOSE PENSAO-ARQ
               CLOSE MOVAUD-ARQ
               CLOSE MOVREJ-ARQ
               DISPLAY 'PENSMNT: ' WRK-QTD-INCLUIDOS ' INCLUIDOS, '
                   WRK-QTD-ALTERADOS ' ALTERADOS, '
                   WRK-QTD-EXCLUIDOS ' EXCLUIDOS, '
                   WRK-QTD-REJEITADOS ' REJEITADOS'
           ELSE
               DISPLAY 'PENSMNT: EXECUCAO ENCERRADA SEM PROCESSAR'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

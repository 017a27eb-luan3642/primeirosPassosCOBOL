       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASMNT.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: MANUTENCAO EM LOTE DO CADASTRO DE AFASTAMENTOS
      * (AFASMSTR, VER AFASREG.COB), NO MESMO ESTILO DE
      * MOVIMENTOS DO DEPNMNT. LE O ARQUIVO DE MOVIMENTOS
      * (AFASMOV) COM INCLUSAO, ALTERACAO E EXCLUSAO, CHAVEADOS
      * POR MATRICULA + SEQUENCIA, VALIDA CADA MOVIMENTO (A
      * MATRICULA PRECISA EXISTIR NO FUNCMSTR E, NA INCLUSAO,
      * ESTAR ATIVA; TIPO 'D'/'M'/'A'; INICIO VALIDO, NAO
      * ANTERIOR A ADMISSAO; PREVISAO E RETORNO, QUANDO
      * INFORMADOS, VALIDOS E POSTERIORES AO INICIO; RETORNO NAO
      * FUTURO; SEM SOBREPOSICAO COM OUTRO AFASTAMENTO DA MESMA
      * MATRICULA), APLICA OS VALIDOS NO CADASTRO INDEXADO,
      * GRAVA TRILHA DE AUDITORIA PROPRIA (AFASAUD) E DESVIA OS
      * INVALIDOS PARA O ARQUIVO DE REJEITADOS (AFASREJ) COM O
      * MOTIVO. O RETORNO DO FUNCIONARIO E INFORMADO POR UM
      * MOVIMENTO DE ALTERACAO COM A DATA DE RETORNO PREENCHIDA.
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
           SELECT MOVIMENTO-ARQ ASSIGN TO 'AFASMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

           SELECT FUNCIONARIO-ARQ ASSIGN TO 'FUNCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.

           SELECT AFASTAMENTO-ARQ ASSIGN TO 'AFASMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFA-CHAVE
               FILE STATUS IS WRK-FS-AFA.

           SELECT MOVAUD-ARQ ASSIGN TO 'AFASAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.

           SELECT MOVREJ-ARQ ASSIGN TO 'AFASREJ'
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
           05  MOV-TIPO-AFASTAMENTO    PIC X(01).
           05  MOV-DATA-INICIO.
               10  MOV-ANO-INICIO      PIC 9(04).
               10  MOV-MES-INICIO      PIC 9(02).
               10  MOV-DIA-INICIO      PIC 9(02).
           05  MOV-DATA-PREVISAO.
               10  MOV-ANO-PREVISAO    PIC 9(04).
               10  MOV-MES-PREVISAO    PIC 9(02).
               10  MOV-DIA-PREVISAO    PIC 9(02).
           05  MOV-DATA-RETORNO.
               10  MOV-ANO-RETORNO     PIC 9(04).
               10  MOV-MES-RETORNO     PIC 9(02).
               10  MOV-DIA-RETORNO     PIC 9(02).

       FD  FUNCIONARIO-ARQ.
           COPY 'EMPFUNC.COB'.

       FD  AFASTAMENTO-ARQ.
           COPY 'AFASREG.COB'.

       FD  MOVAUD-ARQ.
       01  WRK-REG-MOVAUD.
           05  AAU-TIPO                PIC X(01).
           05  AAU-MATRICULA           PIC 9(06).
           05  AAU-SEQUENCIA           PIC 9(02).
           05  AAU-TIPO-AFASTAMENTO    PIC X(01).
           05  AAU-DATA-INICIO         PIC 9(08).
           05  AAU-DATA-PREVISAO       PIC 9(08).
           05  AAU-DATA-RETORNO        PIC 9(08).
           05  AAU-DATA-PROCESSO       PIC 9(08).

       FD  MOVREJ-ARQ.
       01  WRK-REG-MOVREJ.
           05  REJ-TIPO                PIC X(01).
           05  REJ-MATRICULA           PIC 9(06).
           05  REJ-SEQUENCIA           PIC 9(02).
           05  REJ-TIPO-AFASTAMENTO    PIC X(01).
           05  REJ-DATA-INICIO         PIC 9(08).
           05  REJ-DATA-PREVISAO       PIC 9(08).
           05  REJ-DATA-RETORNO        PIC 9(08).
           05  REJ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-MOV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-FUNC                 PIC X(02) VALUE SPACES.
       77  WRK-FS-AFA                  PIC X(02) VALUE SPACES.
       77  WRK-FS-AUD                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REJ                  PIC X(02) VALUE SPACES.

       77  WRK-SW-FIM-MOV              PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOV                        VALUE 'S'.
       77  WRK-SW-ARQUIVOS-OK          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK                    VALUE 'S'.
       77  WRK-SW-MOVIMENTO            PIC X(01) VALUE 'S'.
           88  WRK-MOVIMENTO-VALIDO               VALUE 'S'.
           88  WRK-MOVIMENTO-INVALIDO             VALUE 'N'.
       77  WRK-SW-AFA-ACHADO           PIC X(01) VALUE 'N'.
           88  WRK-AFA-ACHADO                     VALUE 'S'.
       77  WRK-SW-FIM-MATRICULA        PIC X(01) VALUE 'N'.
           88  WRK-FIM-MATRICULA                  VALUE 'S'.

       77  WRK-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.

       01  WRK-DATA-SISTEMA            PIC 9(08).

      *    FIM DOS PERIODOS COMPARADOS NA CRITICA DE SOBREPOSICAO
      *    (O RETORNO; SEM RETORNO, O AFASTAMENTO SEGUE ABERTO).
       77  WRK-FIM-MOVIMENTO           PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-CADASTRO            PIC 9(08) VALUE ZEROS.

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
      * (LEITURA) E O DE AFASTAMENTOS (I-O; CRIADO VAZIO NA  *
      * PRIMEIRA CARGA), ALEM DA AUDITORIA E DOS REJEITADOS. *
      *----------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT MOVIMENTO-ARQ.
           IF WRK-FS-MOV NOT = '00'
               MOVE WRK-FS-MOV TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'AFASMNT: ERRO AO ABRIR AFASMOV - STATUS '
                   WRK-FS-MOV ' - ' WRK-MSG-ERRO-ENCONTRADA
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT FUNCIONARIO-ARQ.
           IF WRK-FS-FUNC NOT = '00'
               MOVE WRK-FS-FUNC TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'AFASMNT: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
               CLOSE MOVIMENTO-ARQ
               SET WRK-FIM-MOV TO TRUE
               GO TO 0100-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN I-O AFASTAMENTO-ARQ.
           IF WRK-FS-AFA = '35'
               OPEN OUTPUT AFASTAMENTO-ARQ
               CLOSE AFASTAMENTO-ARQ
               OPEN I-O AFASTAMENTO-ARQ
           END-IF.
           IF WRK-FS-AFA NOT = '00'
               MOVE WRK-FS-AFA TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'AFASMNT: ERRO AO ABRIR AFASMSTR - STATUS '
                   WRK-FS-AFA ' - ' WRK-MSG-ERRO-ENCONTRADA
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
      * LE O PROXIMO MOVIMENTO, LOCALIZA O AFASTAMENTO NO    *
      * CADASTRO E DESPACHA PARA A ROTINA DO TIPO. TIPO      *
      * DESCONHECIDO VAI DIRETO PARA OS REJEITADOS.          *
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

           PERFORM 0250-LOCALIZAR-AFASTAMENTO
               THRU 0250-LOCALIZAR-AFASTAMENTO-EXIT.

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

       0250-LOCALIZAR-AFASTAMENTO.
           SET WRK-SW-AFA-ACHADO TO 'N'.
           MOVE MOV-MATRICULA TO WRK-AFA-MATRICULA.
           MOVE MOV-SEQUENCIA TO WRK-AFA-SEQUENCIA.
           READ AFASTAMENTO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-AFA-ACHADO TO TRUE
           END-READ.
       0250-LOCALIZAR-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * INCLUSAO: A CHAVE NAO PODE EXISTIR, E TODOS OS       *
      * CAMPOS DO MOVIMENTO SAO VALIDADOS ANTES DO WRITE.    *
      *----------------------------------------------------*
       0300-INCLUIR.
           IF WRK-AFA-ACHADO
               MOVE 'AFASTAMENTO JA CADASTRADO'
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

           MOVE MOV-MATRICULA        TO WRK-AFA-MATRICULA.
           MOVE MOV-SEQUENCIA        TO WRK-AFA-SEQUENCIA.
           MOVE MOV-TIPO-AFASTAMENTO TO WRK-AFA-TIPO.
           MOVE MOV-DATA-INICIO      TO WRK-AFA-DATA-INICIO.
           MOVE MOV-DATA-PREVISAO    TO WRK-AFA-DATA-PREVISAO.
           MOVE MOV-DATA-RETORNO     TO WRK-AFA-DATA-RETORNO.
           WRITE WRK-AFASTAMENTO
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
      * SUBSTITUIDO PELOS CAMPOS DO MOVIMENTO (E ASSIM QUE O *
      * RETORNO DO FUNCIONARIO E INFORMADO). A CHAVE E       *
      * REPOSTA ANTES DO REWRITE PORQUE A CRITICA DE         *
      * SOBREPOSICAO PERCORRE OS OUTROS AFASTAMENTOS DA      *
      * MATRICULA NA MESMA AREA DE REGISTRO.                 *
      *----------------------------------------------------*
       0400-ALTERAR.
           IF NOT WRK-AFA-ACHADO
               MOVE 'AFASTAMENTO NAO CADASTRADO'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.
           PERFORM 0700-VALIDAR-CAMPOS THRU 0700-VALIDAR-CAMPOS-EXIT.
           IF WRK-MOVIMENTO-INVALIDO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0400-ALTERAR-EXIT
           END-IF.

           MOVE MOV-MATRICULA        TO WRK-AFA-MATRICULA.
           MOVE MOV-SEQUENCIA        TO WRK-AFA-SEQUENCIA.
           MOVE MOV-TIPO-AFASTAMENTO TO WRK-AFA-TIPO.
           MOVE MOV-DATA-INICIO      TO WRK-AFA-DATA-INICIO.
           MOVE MOV-DATA-PREVISAO    TO WRK-AFA-DATA-PREVISAO.
           MOVE MOV-DATA-RETORNO     TO WRK-AFA-DATA-RETORNO.
           REWRITE WRK-AFASTAMENTO
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
      * EXCLUSAO: A CHAVE PRECISA EXISTIR (AFASTAMENTO       *
      * LANCADO POR ENGANO); O REGISTRO E REMOVIDO.          *
      *----------------------------------------------------*
       0500-EXCLUIR.
           IF NOT WRK-AFA-ACHADO
               MOVE 'AFASTAMENTO NAO CADASTRADO'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0850-REJEITAR THRU 0850-REJEITAR-EXIT
               GO TO 0500-EXCLUIR-EXIT
           END-IF.
           DELETE AFASTAMENTO-ARQ
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
      * VALIDA OS CAMPOS DO MOVIMENTO: MATRICULA NO CADASTRO *
      * DE FUNCIONARIOS, SEQUENCIA, TIPO CONHECIDO, INICIO   *
      * VALIDO E NAO ANTERIOR A ADMISSAO, PREVISAO E RETORNO *
      * (SE INFORMADOS) VALIDOS E DEPOIS DO INICIO, RETORNO  *
      * NAO FUTURO E NENHUMA SOBREPOSICAO COM OUTRO          *
      * AFASTAMENTO DA MATRICULA. O PRIMEIRO ERRO ENCONTRADO *
      * DEFINE O MOTIVO DA REJEICAO.                         *
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
           IF MOV-TIPO-AFASTAMENTO NOT = 'D'
               AND MOV-TIPO-AFASTAMENTO NOT = 'M'
               AND MOV-TIPO-AFASTAMENTO NOT = 'A'
               MOVE 'TIPO DE AFASTAMENTO INVALIDO'
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
           IF MOV-DATA-INICIO < WRK-DATA-ADMISSAO
               MOVE 'INICIO ANTES DA ADMISSAO' TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               GO TO 0700-VALIDAR-CAMPOS-EXIT
           END-IF.
           IF MOV-DATA-PREVISAO NOT = ZEROS
               IF MOV-MES-PREVISAO < 01 OR MOV-MES-PREVISAO > 12
                   OR MOV-DIA-PREVISAO < 01
                   OR MOV-DIA-PREVISAO > 31
                   OR MOV-DATA-PREVISAO NOT > MOV-DATA-INICIO
                   MOVE 'PREVISAO DE RETORNO INVALIDA'
                       TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           IF MOV-DATA-RETORNO NOT = ZEROS
               IF MOV-MES-RETORNO < 01 OR MOV-MES-RETORNO > 12
                   OR MOV-DIA-RETORNO < 01 OR MOV-DIA-RETORNO > 31
                   OR MOV-DATA-RETORNO NOT > MOV-DATA-INICIO
                   MOVE 'DATA DE RETORNO INVALIDA'
                       TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
               IF MOV-DATA-RETORNO > WRK-DATA-SISTEMA
                   MOVE 'RETORNO NO FUTURO' TO WRK-MOTIVO-REJEICAO
                   SET WRK-MOVIMENTO-INVALIDO TO TRUE
                   GO TO 0700-VALIDAR-CAMPOS-EXIT
               END-IF
           END-IF.
           PERFORM 0750-VERIFICAR-SOBREPOSICAO
               THRU 0750-VERIFICAR-SOBREPOSICAO-EXIT.
       0700-VALIDAR-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * PERCORRE OS OUTROS AFASTAMENTOS DA MESMA MATRICULA   *
      * (START NA PRIMEIRA SEQUENCIA) E REJEITA O MOVIMENTO  *
      * CUJO PERIODO CRUZA COM ALGUM DELES - DOIS            *
      * AFASTAMENTOS NO MESMO DIA SERIAM DESCONTADOS EM      *
      * DOBRO NA FOLHA.                                      *
      *----------------------------------------------------*
       0750-VERIFICAR-SOBREPOSICAO.
           IF MOV-DATA-RETORNO = ZEROS
               MOVE 99999999 TO WRK-FIM-MOVIMENTO
           ELSE
               MOVE MOV-DATA-RETORNO TO WRK-FIM-MOVIMENTO
           END-IF.
           MOVE 'N' TO WRK-SW-FIM-MATRICULA.
           MOVE MOV-MATRICULA TO WRK-AFA-MATRICULA.
           MOVE ZEROS TO WRK-AFA-SEQUENCIA.
           START AFASTAMENTO-ARQ KEY IS NOT LESS THAN WRK-AFA-CHAVE
               INVALID KEY
                   GO TO 0750-VERIFICAR-SOBREPOSICAO-EXIT
           END-START.
           PERFORM 0760-COMPARAR-PERIODO
               THRU 0760-COMPARAR-PERIODO-EXIT
               UNTIL WRK-FIM-MATRICULA.
       0750-VERIFICAR-SOBREPOSICAO-EXIT.
           EXIT.

       0760-COMPARAR-PERIODO.
           READ AFASTAMENTO-ARQ NEXT RECORD
               AT END
                   SET WRK-FIM-MATRICULA TO TRUE
                   GO TO 0760-COMPARAR-PERIODO-EXIT
           END-READ.
           IF WRK-AFA-MATRICULA NOT = MOV-MATRICULA
               SET WRK-FIM-MATRICULA TO TRUE
               GO TO 0760-COMPARAR-PERIODO-EXIT
           END-IF.
           IF WRK-AFA-SEQUENCIA = MOV-SEQUENCIA
               GO TO 0760-COMPARAR-PERIODO-EXIT
           END-IF.
           IF WRK-AFA-DATA-RETORNO = ZEROS
               MOVE 99999999 TO WRK-FIM-CADASTRO
           ELSE
               MOVE WRK-AFA-DATA-RETORNO TO WRK-FIM-CADASTRO
           END-IF.
           IF MOV-DATA-INICIO < WRK-FIM-CADASTRO
               AND WRK-AFA-DATA-INICIO < WRK-FIM-MOVIMENTO
               MOVE 'PERIODO CRUZA COM OUTRO AFAST.'
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-MOVIMENTO-INVALIDO TO TRUE
               SET WRK-FIM-MATRICULA TO TRUE
           END-IF.
       0760-COMPARAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA A TRILHA DE AUDITORIA DO MOVIMENTO APLICADO.   *
      *----------------------------------------------------*
       0800-GRAVAR-AUDITORIA.
           MOVE MOV-TIPO             TO AAU-TIPO.
           MOVE MOV-MATRICULA        TO AAU-MATRICULA.
           MOVE MOV-SEQUENCIA        TO AAU-SEQUENCIA.
           MOVE MOV-TIPO-AFASTAMENTO TO AAU-TIPO-AFASTAMENTO.
           MOVE MOV-DATA-INICIO      TO AAU-DATA-INICIO.
           MOVE MOV-DATA-PREVISAO    TO AAU-DATA-PREVISAO.
           MOVE MOV-DATA-RETORNO     TO AAU-DATA-RETORNO.
           MOVE WRK-DATA-SISTEMA     TO AAU-DATA-PROCESSO.
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
           MOVE MOV-TIPO-AFASTAMENTO TO REJ-TIPO-AFASTAMENTO.
           MOVE MOV-DATA-INICIO      TO REJ-DATA-INICIO.
           MOVE MOV-DATA-PREVISAO    TO REJ-DATA-PREVISAO.
           MOVE MOV-DATA-RETORNO     TO REJ-DATA-RETORNO.
           MOVE WRK-MOTIVO-REJEICAO  TO REJ-MOTIVO.
           WRITE WRK-REG-MOVREJ.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'AFASMNT: MOVIMENTO ' MOV-TIPO ' MATRICULA '
               MOV-MATRICULA ' SEQ ' MOV-SEQUENCIA ' REJEITADO - '
               WRK-MOTIVO-REJEICAO.
       0850-REJEITAR-EXIT.
           EXIT.

       0900-ENCERRAR.
           IF WRK-ARQUIVOS-OK
               CLOSE MOVIMENTO-ARQ
               CLOSE FUNCIONARIO-ARQ
               CLOSE AFASTAMENTO-ARQ
               CLOSE MOVAUD-ARQ
               CLOSE MOVREJ-ARQ
               DISPLAY 'AFASMNT: ' WRK-QTD-INCLUIDOS ' INCLUIDOS, '
                   WRK-QTD-ALTERADOS ' ALTERADOS, '
                   WRK-QTD-EXCLUIDOS ' EXCLUIDOS, '
                   WRK-QTD-REJEITADOS ' REJEITADOS'
           ELSE
               DISPLAY 'AFASMNT: EXECUCAO ENCERRADA SEM PROCESSAR'
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

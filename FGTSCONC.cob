       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSCONC.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: CONCILIACAO DO FGTS APURADO CONTRA O
      * DEPOSITADO. CARREGA O HISTORICO DE RECOLHIMENTO
      * (FGTSHIST, VER FGTSHREG.COB), APLICA A CONFIRMACAO DE
      * DEPOSITO DEVOLVIDA PELO BANCO (FGTSRET: HEADER, UM
      * DETALHE POR COMPETENCIA E TRABALHADOR, TRAILER COM
      * QUANTIDADE E SOMA - CONFERIDO COMO O BANKDEP NO
      * CONCBCO; QUEBRA OU TRAILER AUSENTE REJEITA O ARQUIVO
      * INTEIRO COM RETURN-CODE 8) E IMPRIME NO FGTSCONR, POR
      * COMPETENCIA E MATRICULA, TUDO O QUE NAO ESTA QUITADO:
      *   - NAO RECOLHIDO (NENHUM DEPOSITO CONFIRMADO);
      *   - NAO RECOLHIDO - SEM PIS (FICOU FORA DO FGTSARQ);
      *   - RECOLHIDO A MENOR QUE O APURADO;
      *   - DEPOSITO SEM APURACAO CORRESPONDENTE.
      * NO FIM, O RESUMO POR COMPETENCIA (APURADO, DEPOSITADO
      * E PENDENCIAS), APONTANDO A COMPETENCIA INTEIRA SEM
      * NENHUM DEPOSITO. COMPETENCIA CUJO PRAZO DE DEPOSITO
      * (DIA 20 DO MES SEGUINTE) AINDA NAO VENCEU SAI COMO
      * "A VENCER" E NAO CONTA COMO PENDENCIA. HAVENDO
      * PENDENCIA VENCIDA, DEVOLVE RETURN-CODE 4. O HISTORICO
      * ATUALIZADO SAI NA GERACAO NOVA FGTSHNEW. SEM O
      * FGTSRET, SO REIMPRIME A SITUACAO DO HISTORICO.
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
           SELECT HISTORICO-ARQ ASSIGN TO 'FGTSHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.

           SELECT HISTNOVO-ARQ ASSIGN TO 'FGTSHNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HNV.

           SELECT RETORNO-ARQ ASSIGN TO 'FGTSRET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.

           SELECT RELATORIO-ARQ ASSIGN TO 'FGTSCONR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-ARQ.
       01  WRK-REG-HISTORICO           PIC X(59).

       FD  HISTNOVO-ARQ.
       01  WRK-REG-HISTNOVO            PIC X(59).

      *    TRES VISOES DO MESMO REGISTRO DE 60 BYTES: HEADER
      *    ('H'), DETALHE ('D') E TRAILER ('T') DA CONFIRMACAO
      *    DE DEPOSITO DO BANCO.
       FD  RETORNO-ARQ.
       01  WRK-REG-RETORNO.
           05  RET-TIPO-REG            PIC X(01).
               88  RET-REG-HEADER                 VALUE 'H'.
               88  RET-REG-DETALHE                VALUE 'D'.
               88  RET-REG-TRAILER                VALUE 'T'.
           05  RET-COMPETENCIA         PIC 9(06).
           05  RET-MATRICULA           PIC 9(06).
           05  RET-PIS                 PIC 9(11).
           05  RET-VALOR-DEPOSITADO    PIC 9(07)V99.
           05  RET-DATA-DEPOSITO       PIC 9(08).
           05  FILLER                  PIC X(19).
       01  WRK-REG-RETORNO-CAB.
           05  RTH-TIPO-REG            PIC X(01).
           05  RTH-CNPJ                PIC 9(14).
           05  RTH-DATA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(37).
       01  WRK-REG-RETORNO-TRL.
           05  RTT-TIPO-REG            PIC X(01).
           05  RTT-QTD                 PIC 9(06).
           05  RTT-SOMA-VALOR          PIC 9(13)V99.
           05  FILLER                  PIC X(38).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'ERRMSG.COB'.
           COPY 'FGTSHREG.COB'.

       77  WRK-FS-CONSULTADO           PIC X(02) VALUE SPACES.
       77  WRK-MSG-ERRO-ENCONTRADA     PIC X(30) VALUE SPACES.

       77  WRK-FS-HIS                  PIC X(02) VALUE SPACES.
       77  WRK-FS-HNV                  PIC X(02) VALUE SPACES.
       77  WRK-FS-RET                  PIC X(02) VALUE SPACES.
       77  WRK-FS-REL                  PIC X(02) VALUE SPACES.

       77  WRK-SW-HIST-CHEIO           PIC X(01) VALUE 'N'.
           88  WRK-HIST-CHEIO                     VALUE 'S'.
       77  WRK-SW-TEM-RETORNO          PIC X(01) VALUE 'N'.
           88  WRK-TEM-RETORNO                    VALUE 'S'.
       77  WRK-SW-RET-HEADER           PIC X(01) VALUE 'N'.
           88  WRK-RET-TEM-HEADER                 VALUE 'S'.
       77  WRK-SW-RET-TRAILER          PIC X(01) VALUE 'N'.
           88  WRK-RET-TEM-TRAILER                VALUE 'S'.
       77  WRK-SW-RET-REJEITADO        PIC X(01) VALUE 'N'.
           88  WRK-RET-REJEITADO                  VALUE 'S'.
       77  WRK-SW-HIS-ACHADO           PIC X(01) VALUE 'N'.
           88  WRK-HIS-ACHADO                     VALUE 'S'.
       77  WRK-SW-VENCIDA              PIC X(01) VALUE 'N'.
           88  WRK-COMPETENCIA-VENCIDA            VALUE 'S'.

       77  WRK-RET-QTD                 PIC 9(06) VALUE ZEROS.
       77  WRK-RET-SOMA                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-RET-TRL-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-RET-TRL-SOMA            PIC 9(13)V99 VALUE ZEROS.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).

      *    PRAZO LEGAL DO DEPOSITO: DIA DO MES SEGUINTE AO DA
      *    COMPETENCIA. ATE ESSE DIA A COMPETENCIA NAO PAGA E
      *    APENAS "A VENCER".
       77  WRK-DIA-VENCIMENTO           PIC 9(02) VALUE 20.
       77  WRK-MESES-LIMITE             PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-TESTE.
           05  WRK-CTE-ANO              PIC 9(04).
           05  WRK-CTE-MES              PIC 9(02).
       01  WRK-COMPETENCIA-TESTE-NUM REDEFINES WRK-COMPETENCIA-TESTE
                                        PIC 9(06).

      *    HISTORICO DE RECOLHIMENTO INTEIRO EM MEMORIA, PARA
      *    APLICAR O RETORNO E REGRAVAR A GERACAO NOVA.
       77  WRK-QTD-HIST                 PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-HISTORICO.
           05  WRK-HIS OCCURS 1 TO 30000 TIMES
                   DEPENDING ON WRK-QTD-HIST
                   INDEXED BY WRK-IDX-HIS.
               10  WRK-HIS-COMPETENCIA  PIC 9(06).
               10  WRK-HIS-MATRICULA    PIC 9(06).
               10  WRK-HIS-RESTO        PIC X(47).

      *    RESUMO POR COMPETENCIA, NA ORDEM EM QUE APARECEM.
       77  WRK-QTD-CMP                  PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-COMPETENCIAS.
           05  WRK-CMP OCCURS 1 TO 240 TIMES
                   DEPENDING ON WRK-QTD-CMP
                   INDEXED BY WRK-IDX-CMP.
               10  WRK-CMP-COMPETENCIA  PIC 9(06).
               10  WRK-CMP-APURADO      PIC 9(11)V99.
               10  WRK-CMP-DEPOSITADO   PIC 9(11)V99.
               10  WRK-CMP-PENDENCIAS   PIC 9(05).
       77  WRK-SW-CMP-CHEIA             PIC X(01) VALUE 'N'.
           88  WRK-CMP-CHEIA                       VALUE 'S'.

       77  WRK-QTD-APLICADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-APLICADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-APURACAO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PENDENCIAS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-A-VENCER             PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-CABEC.
           05  FILLER                   PIC X(39) VALUE
               'CONCILIACAO FGTS APURADO X DEPOSITADO  '.
           05  FILLER                   PIC X(09) VALUE 'EMISSAO: '.
           05  WRK-CAB-DATA             PIC 9(08).

       01  WRK-LINHA-TITULO.
           05  FILLER                   PIC X(40) VALUE
               'COMPET MATRIC PIS            APURADO DEP'.
           05  FILLER                   PIC X(40) VALUE
               'OSITADO OCORRENCIA                      '.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-COMPETENCIA      PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-PIS              PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-APURADO          PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-DEPOSITADO       PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-DET-OCORRENCIA       PIC X(32).

       01  WRK-LINHA-RESUMO.
           05  FILLER                   PIC X(07) VALUE 'COMPET '.
           05  WRK-RES-COMPETENCIA      PIC 9(06).
           05  FILLER                   PIC X(05) VALUE ' APU '.
           05  WRK-RES-APURADO          PIC ZZZZZZZZZZ9,99.
           05  FILLER                   PIC X(05) VALUE ' DEP '.
           05  WRK-RES-DEPOSITADO       PIC ZZZZZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-RES-SITUACAO         PIC X(28).

       01  WRK-LINHA-PENDENCIAS.
           05  WRK-PEN-TITULO           PIC X(34).
           05  WRK-PEN-VALOR            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0190-CARREGAR-MSG-ERRO
               THRU 0190-CARREGAR-MSG-ERRO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
      *    ULTIMA COMPETENCIA COM PRAZO DE DEPOSITO VENCIDO, EM
      *    MESES CORRIDOS (ANO * 12 + MES).
           COMPUTE WRK-MESES-LIMITE = WRK-ANOSYS * 12 + WRK-MESSYS
               - 2.
           IF WRK-DIASYS > WRK-DIA-VENCIMENTO
               ADD 1 TO WRK-MESES-LIMITE
           END-IF.
           PERFORM 0110-CARREGAR-HISTORICO
               THRU 0110-CARREGAR-HISTORICO-EXIT.
           IF WRK-HIST-CHEIO
               DISPLAY 'FGTSCONC: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0200-VALIDAR-RETORNO
               THRU 0200-VALIDAR-RETORNO-EXIT.
           IF WRK-RET-REJEITADO
               DISPLAY 'FGTSCONC: EXECUCAO ENCERRADA SEM PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-TEM-RETORNO
               PERFORM 0300-APLICAR-RETORNO
                   THRU 0300-APLICAR-RETORNO-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ARQ.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CABEC.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           PERFORM 0400-CONCILIAR THRU 0400-CONCILIAR-EXIT
               VARYING WRK-IDX-HIS FROM 1 BY 1
               UNTIL WRK-IDX-HIS > WRK-QTD-HIST.
           PERFORM 0900-ENCERRAR THRU 0900-ENCERRAR-EXIT.
           GOBACK.

      *----------------------------------------------------*
      * CARREGA O HISTORICO DE RECOLHIMENTO. COMO A GERACAO  *
      * NOVA E REGRAVADA A PARTIR DA TABELA, HISTORICO MAIOR *
      * QUE A TABELA RECUSA A EXECUCAO EM VEZ DE PERDER      *
      * REGISTROS.                                           *
      *----------------------------------------------------*
       0110-CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-ARQ.
           IF WRK-FS-HIS NOT = '00'
               MOVE WRK-FS-HIS TO WRK-FS-CONSULTADO
               PERFORM 0195-LOCALIZAR-MSG-ERRO
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FGTSCONC: FGTSHIST INDISPONIVEL - STATUS '
                   WRK-FS-HIS ' - ' WRK-MSG-ERRO-ENCONTRADA
               GO TO 0110-CARREGAR-HISTORICO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-HIS = '10'
               READ HISTORICO-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-HIS
                   NOT AT END
                       IF WRK-QTD-HIST >= 30000
                           IF NOT WRK-HIST-CHEIO
                               SET WRK-HIST-CHEIO TO TRUE
                               DISPLAY 'FGTSCONC: FGTSHIST COM MAIS '
                                   'DE 30000 REGISTROS - ARQUIVAR '
                                   'COMPETENCIAS QUITADAS ANTIGAS'
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-HIST
                           MOVE WRK-REG-HISTORICO
                               TO WRK-HIS(WRK-QTD-HIST)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-ARQ.
       0110-CARREGAR-HISTORICO-EXIT.
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
      * PRIMEIRA PASSADA NA CONFIRMACAO DO BANCO (FGTSRET):  *
      * OS DETALHES SO SAO APLICADOS SE O HEADER E O         *
      * TRAILER EXISTIREM E A CONTAGEM E A SOMA BATEREM COM  *
      * O TRAILER. QUEBRA OU TRAILER AUSENTE (TRANSMISSAO    *
      * TRUNCADA) REJEITA O ARQUIVO INTEIRO.                 *
      *----------------------------------------------------*
       0200-VALIDAR-RETORNO.
           OPEN INPUT RETORNO-ARQ.
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'FGTSCONC: FGTSRET NAO ENCONTRADO - SO A '
                   'SITUACAO DO HISTORICO SERA IMPRESSA'
               GO TO 0200-VALIDAR-RETORNO-EXIT
           END-IF.
           SET WRK-TEM-RETORNO TO TRUE.
           PERFORM UNTIL WRK-FS-RET = '10'
               READ RETORNO-ARQ
                   AT END MOVE '10' TO WRK-FS-RET
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RET-REG-HEADER
                               SET WRK-RET-TEM-HEADER TO TRUE
                           WHEN RET-REG-TRAILER
                               SET WRK-RET-TEM-TRAILER TO TRUE
                               MOVE RTT-QTD TO WRK-RET-TRL-QTD
                               MOVE RTT-SOMA-VALOR
                                   TO WRK-RET-TRL-SOMA
                           WHEN RET-REG-DETALHE
                               ADD 1 TO WRK-RET-QTD
                               ADD RET-VALOR-DEPOSITADO
                                   TO WRK-RET-SOMA
                           WHEN OTHER
                               DISPLAY 'FGTSCONC: TIPO DE REGISTRO '
                                   'DESCONHECIDO "' RET-TIPO-REG
                                   '" NO FGTSRET'
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RETORNO-ARQ.

           EVALUATE TRUE
               WHEN NOT WRK-RET-TEM-HEADER
                   DISPLAY 'FGTSCONC: FGTSRET SEM HEADER - ARQUIVO '
                       'REJEITADO'
                   SET WRK-RET-REJEITADO TO TRUE
               WHEN NOT WRK-RET-TEM-TRAILER
                   DISPLAY 'FGTSCONC: FGTSRET SEM TRAILER '
                       '(TRANSMISSAO TRUNCADA) - ARQUIVO REJEITADO'
                   SET WRK-RET-REJEITADO TO TRUE
               WHEN WRK-RET-TRL-QTD NOT = WRK-RET-QTD
                   DISPLAY 'FGTSCONC: FGTSRET COM CONTAGEM DIFERENTE '
                       'DO TRAILER - ARQUIVO REJEITADO'
                   SET WRK-RET-REJEITADO TO TRUE
               WHEN WRK-RET-TRL-SOMA NOT = WRK-RET-SOMA
                   DISPLAY 'FGTSCONC: FGTSRET COM SOMA DIFERENTE DO '
                       'TRAILER - ARQUIVO REJEITADO'
                   SET WRK-RET-REJEITADO TO TRUE
           END-EVALUATE.
       0200-VALIDAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SEGUNDA PASSADA: APLICA CADA DEPOSITO CONFIRMADO NA  *
      * APURACAO DA MESMA COMPETENCIA E MATRICULA.           *
      *----------------------------------------------------*
       0300-APLICAR-RETORNO.
           OPEN INPUT RETORNO-ARQ.
           PERFORM UNTIL WRK-FS-RET = '10'
               READ RETORNO-ARQ
                   AT END MOVE '10' TO WRK-FS-RET
                   NOT AT END
                       IF RET-REG-DETALHE
                           PERFORM 0310-APLICAR-UM-RETORNO
                               THRU 0310-APLICAR-UM-RETORNO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETORNO-ARQ.
       0300-APLICAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * DEPOSITO COM A MESMA DATA DO ULTIMO JA REGISTRADO NA *
      * APURACAO E RETORNO REAPRESENTADO: E IGNORADO, PARA   *
      * NAO SOMAR DUAS VEZES. DEPOSITO SEM APURACAO ENTRA    *
      * NO HISTORICO COMO 'S', PARA SER INVESTIGADO.         *
      *----------------------------------------------------*
       0310-APLICAR-UM-RETORNO.
           MOVE 'N' TO WRK-SW-HIS-ACHADO.
           IF WRK-QTD-HIST > ZEROS
               SET WRK-IDX-HIS TO 1
               SEARCH WRK-HIS
                   AT END
                       CONTINUE
                   WHEN WRK-HIS-COMPETENCIA(WRK-IDX-HIS)
                           = RET-COMPETENCIA
                       AND WRK-HIS-MATRICULA(WRK-IDX-HIS)
                           = RET-MATRICULA
                       SET WRK-HIS-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF WRK-HIS-ACHADO
               MOVE WRK-HIS(WRK-IDX-HIS) TO WRK-HISTORICO-FGTS
               IF WRK-FH-DATA-DEPOSITO = RET-DATA-DEPOSITO
                   ADD 1 TO WRK-QTD-JA-APLICADOS
                   GO TO 0310-APLICAR-UM-RETORNO-EXIT
               END-IF
               ADD RET-VALOR-DEPOSITADO TO WRK-FH-VALOR-DEPOSITADO
               MOVE RET-DATA-DEPOSITO TO WRK-FH-DATA-DEPOSITO
               IF WRK-FH-PIS = ZEROS
                   MOVE RET-PIS TO WRK-FH-PIS
               END-IF
               PERFORM 0350-CLASSIFICAR THRU 0350-CLASSIFICAR-EXIT
               MOVE WRK-HISTORICO-FGTS TO WRK-HIS(WRK-IDX-HIS)
               ADD 1 TO WRK-QTD-APLICADOS
               GO TO 0310-APLICAR-UM-RETORNO-EXIT
           END-IF.
           IF WRK-QTD-HIST >= 30000
               DISPLAY 'FGTSCONC: HISTORICO CHEIO - DEPOSITO DA '
                   'MATRICULA ' RET-MATRICULA ' COMPETENCIA '
                   RET-COMPETENCIA ' NAO REGISTRADO'
               GO TO 0310-APLICAR-UM-RETORNO-EXIT
           END-IF.
           MOVE RET-COMPETENCIA TO WRK-FH-COMPETENCIA.
           MOVE RET-MATRICULA TO WRK-FH-MATRICULA.
           MOVE RET-PIS TO WRK-FH-PIS.
           MOVE ZEROS TO WRK-FH-BASE.
           MOVE ZEROS TO WRK-FH-VALOR-APURADO.
           MOVE RET-VALOR-DEPOSITADO TO WRK-FH-VALOR-DEPOSITADO.
           MOVE RET-DATA-DEPOSITO TO WRK-FH-DATA-DEPOSITO.
           SET WRK-FH-SEM-APURACAO TO TRUE.
           ADD 1 TO WRK-QTD-HIST.
           MOVE WRK-HISTORICO-FGTS TO WRK-HIS(WRK-QTD-HIST).
           ADD 1 TO WRK-QTD-SEM-APURACAO.
       0310-APLICAR-UM-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * SITUACAO DA APURACAO CONFORME O TOTAL DEPOSITADO.    *
      *----------------------------------------------------*
       0350-CLASSIFICAR.
           EVALUATE TRUE
               WHEN WRK-FH-VALOR-APURADO = ZEROS
                   SET WRK-FH-SEM-APURACAO TO TRUE
               WHEN WRK-FH-VALOR-DEPOSITADO = ZEROS
                   SET WRK-FH-PENDENTE TO TRUE
               WHEN WRK-FH-VALOR-DEPOSITADO < WRK-FH-VALOR-APURADO
                   SET WRK-FH-A-MENOR TO TRUE
               WHEN OTHER
                   SET WRK-FH-QUITADO TO TRUE
           END-EVALUATE.
       0350-CLASSIFICAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ACUMULA A APURACAO NO RESUMO DA COMPETENCIA E         *
      * IMPRIME A LINHA DE TUDO O QUE NAO ESTA QUITADO.       *
      * ANTES DO PRAZO DE DEPOSITO, A APURACAO NAO PAGA SAI   *
      * COMO "A VENCER" E NAO CONTA COMO PENDENCIA.           *
      *----------------------------------------------------*
       0400-CONCILIAR.
           MOVE WRK-HIS(WRK-IDX-HIS) TO WRK-HISTORICO-FGTS.
           PERFORM 0450-LOCALIZAR-COMPETENCIA
               THRU 0450-LOCALIZAR-COMPETENCIA-EXIT.
           MOVE WRK-FH-COMPETENCIA TO WRK-COMPETENCIA-TESTE-NUM.
           COMPUTE WRK-MESES-COMPETENCIA =
               WRK-CTE-ANO * 12 + WRK-CTE-MES.
           MOVE 'N' TO WRK-SW-VENCIDA.
           IF WRK-MESES-COMPETENCIA <= WRK-MESES-LIMITE
               SET WRK-COMPETENCIA-VENCIDA TO TRUE
           END-IF.
           IF WRK-FH-QUITADO
               GO TO 0400-CONCILIAR-EXIT
           END-IF.

           MOVE WRK-FH-COMPETENCIA TO WRK-DET-COMPETENCIA.
           MOVE WRK-FH-MATRICULA TO WRK-DET-MATRICULA.
           MOVE WRK-FH-PIS TO WRK-DET-PIS.
           MOVE WRK-FH-VALOR-APURADO TO WRK-DET-APURADO.
           MOVE WRK-FH-VALOR-DEPOSITADO TO WRK-DET-DEPOSITADO.
           EVALUATE TRUE
               WHEN WRK-FH-SEM-APURACAO
                   MOVE 'DEPOSITO SEM APURACAO'
                       TO WRK-DET-OCORRENCIA
               WHEN NOT WRK-COMPETENCIA-VENCIDA
                   MOVE 'A VENCER' TO WRK-DET-OCORRENCIA
               WHEN WRK-FH-PENDENTE AND WRK-FH-PIS = ZEROS
                   MOVE 'NAO RECOLHIDO - SEM PIS'
                       TO WRK-DET-OCORRENCIA
               WHEN WRK-FH-PENDENTE
                   MOVE 'NAO RECOLHIDO' TO WRK-DET-OCORRENCIA
               WHEN OTHER
                   MOVE 'RECOLHIDO A MENOR' TO WRK-DET-OCORRENCIA
           END-EVALUATE.
           IF WRK-COMPETENCIA-VENCIDA OR WRK-FH-SEM-APURACAO
               ADD 1 TO WRK-QTD-PENDENCIAS
               ADD 1 TO WRK-CMP-PENDENCIAS(WRK-IDX-CMP)
           ELSE
               ADD 1 TO WRK-QTD-A-VENCER
           END-IF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
       0400-CONCILIAR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * LOCALIZA (OU CRIA) A COMPETENCIA NO RESUMO E SOMA O  *
      * APURADO E O DEPOSITADO DO REGISTRO CORRENTE.         *
      *----------------------------------------------------*
       0450-LOCALIZAR-COMPETENCIA.
           IF WRK-QTD-CMP > ZEROS
               SET WRK-IDX-CMP TO 1
               SEARCH WRK-CMP
                   AT END
                       CONTINUE
                   WHEN WRK-CMP-COMPETENCIA(WRK-IDX-CMP)
                           = WRK-FH-COMPETENCIA
                       GO TO 0450-SOMAR-COMPETENCIA
               END-SEARCH
           END-IF.
           IF WRK-QTD-CMP >= 240
               IF NOT WRK-CMP-CHEIA
                   SET WRK-CMP-CHEIA TO TRUE
                   DISPLAY 'FGTSCONC: MAIS DE 240 COMPETENCIAS NO '
                       'HISTORICO - RESUMO ACUMULADO NA ULTIMA'
               END-IF
               SET WRK-IDX-CMP TO WRK-QTD-CMP
               GO TO 0450-SOMAR-COMPETENCIA
           END-IF.
           ADD 1 TO WRK-QTD-CMP.
           SET WRK-IDX-CMP TO WRK-QTD-CMP.
           MOVE WRK-FH-COMPETENCIA TO WRK-CMP-COMPETENCIA(WRK-IDX-CMP).
           MOVE ZEROS TO WRK-CMP-APURADO(WRK-IDX-CMP).
           MOVE ZEROS TO WRK-CMP-DEPOSITADO(WRK-IDX-CMP).
           MOVE ZEROS TO WRK-CMP-PENDENCIAS(WRK-IDX-CMP).
       0450-SOMAR-COMPETENCIA.
           ADD WRK-FH-VALOR-APURADO TO WRK-CMP-APURADO(WRK-IDX-CMP).
           ADD WRK-FH-VALOR-DEPOSITADO
               TO WRK-CMP-DEPOSITADO(WRK-IDX-CMP).
       0450-LOCALIZAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * IMPRIME O RESUMO POR COMPETENCIA E OS TOTAIS, GRAVA  *
      * A GERACAO NOVA DO HISTORICO E DEVOLVE RETURN-CODE 4  *
      * SE HOUVER PENDENCIA VENCIDA.                         *
      *----------------------------------------------------*
       0900-ENCERRAR.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           MOVE 'RESUMO POR COMPETENCIA' TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           PERFORM 0910-IMPRIMIR-RESUMO
               THRU 0910-IMPRIMIR-RESUMO-EXIT
               VARYING WRK-IDX-CMP FROM 1 BY 1
               UNTIL WRK-IDX-CMP > WRK-QTD-CMP.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
           WRITE WRK-LINHA-RELATORIO.
           MOVE 'DEPOSITOS APLICADOS' TO WRK-PEN-TITULO.
           MOVE WRK-QTD-APLICADOS TO WRK-PEN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PENDENCIAS.
           MOVE 'DEPOSITOS JA APLICADOS (IGNORADOS)' TO WRK-PEN-TITULO.
           MOVE WRK-QTD-JA-APLICADOS TO WRK-PEN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PENDENCIAS.
           MOVE 'DEPOSITOS SEM APURACAO' TO WRK-PEN-TITULO.
           MOVE WRK-QTD-SEM-APURACAO TO WRK-PEN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PENDENCIAS.
           MOVE 'PENDENCIAS VENCIDAS' TO WRK-PEN-TITULO.
           MOVE WRK-QTD-PENDENCIAS TO WRK-PEN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PENDENCIAS.
           MOVE 'APURACOES A VENCER' TO WRK-PEN-TITULO.
           MOVE WRK-QTD-A-VENCER TO WRK-PEN-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PENDENCIAS.
           CLOSE RELATORIO-ARQ.

           OPEN OUTPUT HISTNOVO-ARQ.
           PERFORM 0920-GRAVAR-HISTORICO
               THRU 0920-GRAVAR-HISTORICO-EXIT
               VARYING WRK-IDX-HIS FROM 1 BY 1
               UNTIL WRK-IDX-HIS > WRK-QTD-HIST.
           CLOSE HISTNOVO-ARQ.

           DISPLAY 'FGTSCONC: ' WRK-QTD-APLICADOS
               ' DEPOSITOS APLICADOS, ' WRK-QTD-SEM-APURACAO
               ' SEM APURACAO, ' WRK-QTD-PENDENCIAS
               ' PENDENCIAS VENCIDAS'.
           IF WRK-QTD-PENDENCIAS > ZEROS
               DISPLAY 'FGTSCONC: HA FGTS NAO RECOLHIDO OU '
                   'DIVERGENTE - VER FGTSCONR'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FGTSCONC: SUBSTITUA FGTSHIST POR FGTSHNEW'.
       0900-ENCERRAR-EXIT.
           EXIT.

       0910-IMPRIMIR-RESUMO.
           MOVE WRK-CMP-COMPETENCIA(WRK-IDX-CMP)
               TO WRK-RES-COMPETENCIA.
           MOVE WRK-CMP-APURADO(WRK-IDX-CMP) TO WRK-RES-APURADO.
           MOVE WRK-CMP-DEPOSITADO(WRK-IDX-CMP) TO WRK-RES-DEPOSITADO.
           MOVE WRK-CMP-COMPETENCIA(WRK-IDX-CMP)
               TO WRK-COMPETENCIA-TESTE-NUM.
           COMPUTE WRK-MESES-COMPETENCIA =
               WRK-CTE-ANO * 12 + WRK-CTE-MES.
           EVALUATE TRUE
               WHEN WRK-CMP-PENDENCIAS(WRK-IDX-CMP) = ZEROS
                   AND WRK-MESES-COMPETENCIA > WRK-MESES-LIMITE
                   AND WRK-CMP-DEPOSITADO(WRK-IDX-CMP)
                       < WRK-CMP-APURADO(WRK-IDX-CMP)
                   MOVE 'A VENCER' TO WRK-RES-SITUACAO
               WHEN WRK-CMP-PENDENCIAS(WRK-IDX-CMP) = ZEROS
                   MOVE 'SEM PENDENCIAS' TO WRK-RES-SITUACAO
               WHEN WRK-CMP-DEPOSITADO(WRK-IDX-CMP) = ZEROS
                   MOVE 'SEM NENHUM DEPOSITO' TO WRK-RES-SITUACAO
               WHEN OTHER
                   MOVE 'COM PENDENCIAS' TO WRK-RES-SITUACAO
           END-EVALUATE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.
       0910-IMPRIMIR-RESUMO-EXIT.
           EXIT.

       0920-GRAVAR-HISTORICO.
           WRITE WRK-REG-HISTNOVO FROM WRK-HIS(WRK-IDX-HIS).
       0920-GRAVAR-HISTORICO-EXIT.
           EXIT.

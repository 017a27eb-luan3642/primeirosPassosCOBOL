       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHANO.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: DRIVER DO FECHAMENTO ANUAL, NO MESMO DESENHO
      * DO FECHDIA E DO FECHMES. SUBSTITUI O CHECKLIST EM PAPEL
      * DE FIM DE ANO E ENCADEIA, NESTA ORDEM, EM UMA UNICA
      * EXECUCAO BATCH: DECIMO TERCEIRO (DECTERC), PLR
      * (PLRCALC), INFORME DE RENDIMENTOS (INFORME),
      * ARQUIVAMENTO DO ANO (ARQANO), EXPURGO DOS DESLIGADOS
      * (FUNCPURG) E A RECONSTRUCAO DOS INDICES DEPOIS DO
      * ARQUIVAMENTO (AUDCARGA E VENDCARG). ENTRE O EXPURGO E A
      * RECONSTRUCAO A CADEIA PARA (RETURN-CODE 4) PARA A TROCA
      * DAS GERACOES DO ARQANO - VER ABAIXO. CADA ETAPA GRAVA
      * NOME, ANO, HORARIO DE INICIO/FIM E RESULTADO NO
      * CONTROLE PROPRIO ANOCTL; ETAPA QUE FALHA PARA A CADEIA,
      * E UMA NOVA EXECUCAO NO MESMO ANO PULA AS ETAPAS JA
      * CONCLUIDAS COM OK, RETOMANDO NA QUE FALTOU.
      * O ANO FECHADO VEM DO CARTAO ANOFECH (AAAA; SEM O CARTAO,
      * O ANO ANTERIOR AO DA EXECUCAO - O FECHAMENTO RODA DEPOIS
      * DA FOLHA DE DEZEMBRO, JA NO ANO SEGUINTE) E E GRAVADO
      * PELO PROPRIO DRIVER NOS CARTOES DE ANO DAS ETAPAS
      * (DECANO, PLRANO E INFANO), PARA NENHUMA DELAS CALCULAR
      * OUTRO ANO. O ARQANO ARQUIVA PELO ANO DA DATA DO SISTEMA,
      * POR ISSO O ANO FECHADO TEM DE SER ANTERIOR AO CORRENTE.
      * O FECHAMENTO E RECUSADO (RETURN-CODE 8, SEM RODAR
      * ETAPA NENHUMA):
      *   - ENQUANTO O FECHMES DE DEZEMBRO DO ANO NAO ESTIVER
      *     CONCLUIDO COM OK NO MESCTL (ULTIMA ETAPA, PENSREM,
      *     OK NA COMPETENCIA AAAA12 - O MESMO CRITERIO DO
      *     PLANTAO);
      *   - QUANDO O ANO JA FOI FECHADO (ULTIMA ETAPA DA CADEIA
      *     OK NO ANOCTL) - O FECHAMENTO NAO RODA DUAS VEZES.
      * O ARQANO SO RODA COM O INFORME DO ANO CONCLUIDO COM OK:
      * NO ANO PASSADO O ARQUIVAMENTO RODOU ANTES DO INFORME E
      * O INFORME SAIU SEM DEZEMBRO. AS GERACOES NOVAS DO ARQANO
      * (EMPAUDN, VENDHN E VENDREFN) CONTINUAM SENDO TROCADAS
      * PELA OPERACAO, COMO AS DO FECHMES. COMO O AUDCARGA LE O
      * EMPAUDIT E O VENDCARG LE O VENDHIST, OS INDICES SO PODEM
      * SER RECONSTRUIDOS DEPOIS DA TROCA: TERMINADO O FUNCPURG,
      * O DRIVER GRAVA A ETAPA TROCA NO ANOCTL, LISTA AS
      * SUBSTITUICOES A FAZER E ENCERRA COM RETURN-CODE 4. FEITA
      * A TROCA, A REEXECUCAO DO FECHANO PULA O QUE JA FOI FEITO
      * (INCLUSIVE A TROCA) E RETOMA NO AUDCARGA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - PARADA PARA A TROCA DAS GERACOES DO ARQANO (ETAPA
      *   TROCA, RETURN-CODE 4) ANTES DO AUDCARGA E DO VENDCARG,
      *   QUE RECONSTRUIAM OS INDICES A PARTIR DO EMPAUDIT E DO
      *   VENDHIST AINDA SEM A TROCA; A REEXECUCAO RETOMA NELES.
      ***************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-ARQ ASSIGN TO 'ANOCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.

           SELECT MESCTL-ARQ ASSIGN TO 'MESCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MES.

           SELECT ANOFECH-ARQ ASSIGN TO 'ANOFECH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ANO.

           SELECT DECANO-ARQ ASSIGN TO 'DECANO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.

           SELECT PLRANO-ARQ ASSIGN TO 'PLRANO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.

           SELECT INFANO-ARQ ASSIGN TO 'INFANO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-ARQ.
       01  WRK-REG-CONTROLE.
           05  CTL-ANO                 PIC 9(04).
           05  CTL-ETAPA               PIC X(08).
           05  CTL-HORA-INICIO         PIC 9(06).
           05  CTL-HORA-FIM            PIC 9(06).
           05  CTL-RESULTADO           PIC X(04).

      *    CONTROLE DE ETAPAS DO FECHMES, POR COMPETENCIA.
       FD  MESCTL-ARQ.
       01  WRK-REG-MESCTL.
           05  MES-COMPETENCIA         PIC 9(06).
           05  MES-ETAPA               PIC X(08).
           05  MES-HORA-INICIO         PIC 9(06).
           05  MES-HORA-FIM            PIC 9(06).
           05  MES-RESULTADO           PIC X(04).

       FD  ANOFECH-ARQ.
       01  WRK-REG-ANOFECH             PIC X(04).

       FD  DECANO-ARQ.
       01  WRK-REG-DECANO              PIC 9(04).

       FD  PLRANO-ARQ.
       01  WRK-REG-PLRANO              PIC 9(04).

       FD  INFANO-ARQ.
       01  WRK-REG-INFANO              PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY 'LOGREG.COB'.

       77  WRK-FS-CTL                  PIC X(02) VALUE SPACES.
       77  WRK-FS-MES                  PIC X(02) VALUE SPACES.
       77  WRK-FS-ANO                  PIC X(02) VALUE SPACES.
       77  WRK-FS-CRT                  PIC X(02) VALUE SPACES.

       01  WRK-DATA-SISTEMA.
           05  WRK-ANOSYS               PIC 9(04).
           05  WRK-MESSYS               PIC 9(02).
           05  WRK-DIASYS               PIC 9(02).
       77  WRK-ANO-FECHAMENTO           PIC 9(04) VALUE ZEROS.
       01  WRK-COMPETENCIA-DEZEMBRO.
           05  WRK-CDZ-ANO              PIC 9(04).
           05  WRK-CDZ-MES              PIC 9(02) VALUE 12.
       01  WRK-CDZ-NUMERICA REDEFINES WRK-COMPETENCIA-DEZEMBRO
                                        PIC 9(06).

      *    ETAPAS JA CONCLUIDAS COM OK NO ANO, LIDAS DO CONTROLE
      *    NA ENTRADA - E O QUE PERMITE A UMA NOVA EXECUCAO PULAR
      *    O QUE JA FOI FEITO E RETOMAR NA ETAPA QUE FALTOU.
       77  WRK-QTD-FEITAS               PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FEITAS.
           05  WRK-FEITA OCCURS 1 TO 10 TIMES
                   DEPENDING ON WRK-QTD-FEITAS
                   INDEXED BY WRK-IDX-FEITA.
               10  WRK-FEITA-ETAPA      PIC X(08).

      *    ULTIMA ETAPA DA CADEIA: OK NO ANOCTL = ANO JA FECHADO.
       77  WRK-ULTIMA-ETAPA             PIC X(08) VALUE 'VENDCARG'.
      *    ULTIMA ETAPA DO FECHMES (VER FECHMES E PLANTAO).
       77  WRK-ULTIMA-ETAPA-MES         PIC X(08) VALUE 'PENSREM'.

       77  WRK-ETAPA-NOME               PIC X(08) VALUE SPACES.
       77  WRK-SW-ETAPA-FEITA           PIC X(01) VALUE 'N'.
           88  WRK-ETAPA-FEITA                     VALUE 'S'.
       77  WRK-SW-CADEIA-PARADA         PIC X(01) VALUE 'N'.
           88  WRK-CADEIA-PARADA                   VALUE 'S'.
       77  WRK-SW-INFORME-OK            PIC X(01) VALUE 'N'.
           88  WRK-INFORME-OK                      VALUE 'S'.
       77  WRK-SW-DEZEMBRO-OK           PIC X(01) VALUE 'N'.
           88  WRK-DEZEMBRO-OK                     VALUE 'S'.
       77  WRK-SW-ANO-FECHADO           PIC X(01) VALUE 'N'.
           88  WRK-ANO-FECHADO                     VALUE 'S'.
       77  WRK-RC-ETAPA                 PIC 9(04) VALUE ZEROS.
       77  WRK-HORA-INICIO              PIC 9(06) VALUE ZEROS.
       77  WRK-HORA-FIM                 PIC 9(06) VALUE ZEROS.
       01  WRK-HORA-BRUTA               PIC 9(08).
       77  WRK-MOTIVO-RECUSA            PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'FECHANO: INICIANDO FECHAMENTO ANUAL'.
           MOVE 'FECHANO' TO WRK-LOG-PROGRAMA.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           MOVE 'INICIANDO FECHAMENTO ANUAL' TO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           PERFORM 0050-CARREGAR-ANO THRU 0050-CARREGAR-ANO-EXIT.
           PERFORM 0055-CONFERIR-DEZEMBRO
               THRU 0055-CONFERIR-DEZEMBRO-EXIT.
           PERFORM 0060-CARREGAR-CONTROLE
               THRU 0060-CARREGAR-CONTROLE-EXIT.
           PERFORM 0065-GRAVAR-CARTOES-ANO
               THRU 0065-GRAVAR-CARTOES-ANO-EXIT.
           PERFORM 0100-EXECUTAR-DECIMO
               THRU 0100-EXECUTAR-DECIMO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0200-EXECUTAR-PLR THRU 0200-EXECUTAR-PLR-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0300-EXECUTAR-INFORME
               THRU 0300-EXECUTAR-INFORME-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0400-EXECUTAR-ARQUIVAMENTO
               THRU 0400-EXECUTAR-ARQUIVAMENTO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0500-EXECUTAR-EXPURGO
               THRU 0500-EXECUTAR-EXPURGO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0550-AGUARDAR-TROCA
               THRU 0550-AGUARDAR-TROCA-EXIT.
           PERFORM 0600-EXECUTAR-INDICE-AUDITORIA
               THRU 0600-EXECUTAR-INDICE-AUDITORIA-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0700-EXECUTAR-INDICE-VENDAS
               THRU 0700-EXECUTAR-INDICE-VENDAS-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           DISPLAY 'FECHANO: FECHAMENTO ANUAL CONCLUIDO - ANO '
               WRK-ANO-FECHAMENTO.
           MOVE 'FECHANO' TO WRK-LOG-PROGRAMA.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'FECHAMENTO ANUAL CONCLUIDO - ANO '
               WRK-ANO-FECHAMENTO
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           STOP RUN.

      *----------------------------------------------------*
      * ANO DO FECHAMENTO: CARTAO ANOFECH (AAAA); SEM O      *
      * CARTAO, O ANO ANTERIOR AO DA DATA DO SISTEMA. O ANO  *
      * CORRENTE (OU FUTURO) NAO PODE SER FECHADO: O ARQANO  *
      * SO ARQUIVA OS ANOS ANTERIORES AO DA DATA DO SISTEMA. *
      *----------------------------------------------------*
       0050-CARREGAR-ANO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-ANO-FECHAMENTO = WRK-ANOSYS - 1.
           OPEN INPUT ANOFECH-ARQ.
           IF WRK-FS-ANO = '00'
               READ ANOFECH-ARQ
                   NOT AT END
                       IF WRK-REG-ANOFECH IS NUMERIC
                           MOVE WRK-REG-ANOFECH TO WRK-ANO-FECHAMENTO
                       ELSE
                           DISPLAY 'FECHANO: CARTAO ANOFECH INVALIDO ('
                               WRK-REG-ANOFECH ') - ASSUMIDO O ANO '
                               WRK-ANO-FECHAMENTO
                       END-IF
               END-READ
               CLOSE ANOFECH-ARQ
           END-IF.
           DISPLAY 'FECHANO: ANO DO FECHAMENTO ' WRK-ANO-FECHAMENTO.
           IF WRK-ANO-FECHAMENTO >= WRK-ANOSYS
               MOVE SPACES TO WRK-MOTIVO-RECUSA
               STRING 'ANO ' WRK-ANO-FECHAMENTO
                   ' NAO E ANTERIOR AO ANO CORRENTE'
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               PERFORM 0085-RECUSAR-EXECUCAO
                   THRU 0085-RECUSAR-EXECUCAO-EXIT
           END-IF.
       0050-CARREGAR-ANO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * O FECHMES DE DEZEMBRO DO ANO PRECISA ESTAR CONCLUIDO *
      * COM OK NO MESCTL: A ULTIMA ETAPA DA CADEIA MENSAL    *
      * (PENSREM) OK NA COMPETENCIA AAAA12.                  *
      *----------------------------------------------------*
       0055-CONFERIR-DEZEMBRO.
           MOVE WRK-ANO-FECHAMENTO TO WRK-CDZ-ANO.
           OPEN INPUT MESCTL-ARQ.
           IF WRK-FS-MES NOT = '00'
               MOVE SPACES TO WRK-MOTIVO-RECUSA
               STRING 'MESCTL INDISPONIVEL - STATUS ' WRK-FS-MES
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               PERFORM 0085-RECUSAR-EXECUCAO
                   THRU 0085-RECUSAR-EXECUCAO-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-MES = '10'
               READ MESCTL-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-MES
                   NOT AT END
                       IF MES-COMPETENCIA = WRK-CDZ-NUMERICA
                           AND MES-ETAPA = WRK-ULTIMA-ETAPA-MES
                           AND MES-RESULTADO = 'OK'
                           SET WRK-DEZEMBRO-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESCTL-ARQ.
           IF NOT WRK-DEZEMBRO-OK
               MOVE SPACES TO WRK-MOTIVO-RECUSA
               STRING 'FECHMES DA COMPETENCIA ' WRK-CDZ-NUMERICA
                   ' NAO CONCLUIDO COM OK NO MESCTL'
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               PERFORM 0085-RECUSAR-EXECUCAO
                   THRU 0085-RECUSAR-EXECUCAO-EXIT
           END-IF.
       0055-CONFERIR-DEZEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * CARREGA DO CONTROLE AS ETAPAS JA CONCLUIDAS COM OK   *
      * NO ANO (REEXECUCAO DEPOIS DE UMA FALHA). COM A       *
      * ULTIMA ETAPA DA CADEIA OK, O ANO JA ESTA FECHADO E A *
      * EXECUCAO E RECUSADA. O INFORME JA CONCLUIDO LIBERA O *
      * ARQANO NA RETOMADA.                                  *
      *----------------------------------------------------*
       0060-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-ARQ.
           IF WRK-FS-CTL NOT = '00'
               GO TO 0060-CARREGAR-CONTROLE-EXIT
           END-IF.
           PERFORM UNTIL WRK-FS-CTL = '10'
               READ CONTROLE-ARQ
                   AT END
                       MOVE '10' TO WRK-FS-CTL
                   NOT AT END
                       IF CTL-ANO = WRK-ANO-FECHAMENTO
                           AND CTL-RESULTADO = 'OK'
                           IF CTL-ETAPA = 'INFORME'
                               SET WRK-INFORME-OK TO TRUE
                           END-IF
                           IF CTL-ETAPA = WRK-ULTIMA-ETAPA
                               SET WRK-ANO-FECHADO TO TRUE
                           END-IF
                           IF WRK-QTD-FEITAS < 10
                               ADD 1 TO WRK-QTD-FEITAS
                               SET WRK-IDX-FEITA TO WRK-QTD-FEITAS
                               MOVE CTL-ETAPA TO
                                   WRK-FEITA-ETAPA(WRK-IDX-FEITA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-ARQ.
           IF WRK-ANO-FECHADO
               MOVE SPACES TO WRK-MOTIVO-RECUSA
               STRING 'ANO ' WRK-ANO-FECHAMENTO
                   ' JA FECHADO (ANOCTL)'
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               PERFORM 0085-RECUSAR-EXECUCAO
                   THRU 0085-RECUSAR-EXECUCAO-EXIT
           END-IF.
           IF WRK-QTD-FEITAS > ZEROS
               DISPLAY 'FECHANO: REEXECUCAO - ' WRK-QTD-FEITAS
                   ' ETAPAS JA CONCLUIDAS NO ANO SERAO PULADAS'
           END-IF.
       0060-CARREGAR-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O ANO DO FECHAMENTO NOS CARTOES DE ANO DAS     *
      * ETAPAS (DECANO DO DECTERC, PLRANO DO PLRCALC E       *
      * INFANO DO INFORME), SUBSTITUINDO O QUE HOUVER.       *
      *----------------------------------------------------*
       0065-GRAVAR-CARTOES-ANO.
           OPEN OUTPUT DECANO-ARQ.
           IF WRK-FS-CRT NOT = '00'
               MOVE 'DECANO' TO WRK-ETAPA-NOME
               GO TO 0065-GRAVAR-CARTOES-ANO-ERRO
           END-IF.
           MOVE WRK-ANO-FECHAMENTO TO WRK-REG-DECANO.
           WRITE WRK-REG-DECANO.
           CLOSE DECANO-ARQ.
           OPEN OUTPUT PLRANO-ARQ.
           IF WRK-FS-CRT NOT = '00'
               MOVE 'PLRANO' TO WRK-ETAPA-NOME
               GO TO 0065-GRAVAR-CARTOES-ANO-ERRO
           END-IF.
           MOVE WRK-ANO-FECHAMENTO TO WRK-REG-PLRANO.
           WRITE WRK-REG-PLRANO.
           CLOSE PLRANO-ARQ.
           OPEN OUTPUT INFANO-ARQ.
           IF WRK-FS-CRT NOT = '00'
               MOVE 'INFANO' TO WRK-ETAPA-NOME
               GO TO 0065-GRAVAR-CARTOES-ANO-ERRO
           END-IF.
           MOVE WRK-ANO-FECHAMENTO TO WRK-REG-INFANO.
           WRITE WRK-REG-INFANO.
           CLOSE INFANO-ARQ.
           GO TO 0065-GRAVAR-CARTOES-ANO-EXIT.
       0065-GRAVAR-CARTOES-ANO-ERRO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           STRING 'ERRO AO GRAVAR O CARTAO ' WRK-ETAPA-NOME
               ' - STATUS ' WRK-FS-CRT
               DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA.
           PERFORM 0085-RECUSAR-EXECUCAO
               THRU 0085-RECUSAR-EXECUCAO-EXIT.
       0065-GRAVAR-CARTOES-ANO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * VERIFICA SE A ETAPA CORRENTE JA FOI CONCLUIDA NO     *
      * ANO.                                                 *
      *----------------------------------------------------*
       0070-VERIFICAR-FEITA.
           SET WRK-SW-ETAPA-FEITA TO 'N'.
           IF WRK-QTD-FEITAS = ZEROS
               GO TO 0070-VERIFICAR-FEITA-EXIT
           END-IF.
           SET WRK-IDX-FEITA TO 1.
           SEARCH WRK-FEITA
               AT END
                   CONTINUE
               WHEN WRK-FEITA-ETAPA(WRK-IDX-FEITA) = WRK-ETAPA-NOME
                   SET WRK-ETAPA-FEITA TO TRUE
           END-SEARCH.
       0070-VERIFICAR-FEITA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * GRAVA O REGISTRO DE CONTROLE DA ETAPA (APPEND, PARA  *
      * O HISTORICO SOBREVIVER A UMA QUEDA NO MEIO DA        *
      * CADEIA).                                             *
      *----------------------------------------------------*
       0080-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-ARQ.
           IF WRK-FS-CTL NOT = '00'
               CLOSE CONTROLE-ARQ
               OPEN OUTPUT CONTROLE-ARQ
           END-IF.
           MOVE WRK-ANO-FECHAMENTO TO CTL-ANO.
           MOVE WRK-ETAPA-NOME TO CTL-ETAPA.
           MOVE WRK-HORA-INICIO TO CTL-HORA-INICIO.
           MOVE WRK-HORA-FIM TO CTL-HORA-FIM.
           IF WRK-RC-ETAPA <= 4
               MOVE 'OK' TO CTL-RESULTADO
           ELSE
               MOVE 'ERRO' TO CTL-RESULTADO
           END-IF.
           WRITE WRK-REG-CONTROLE.
           CLOSE CONTROLE-ARQ.
       0080-GRAVAR-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------*
      * RECUSA O FECHAMENTO ANTES DE RODAR ETAPA NENHUMA     *
      * (MOTIVO EM WRK-MOTIVO-RECUSA).                       *
      *----------------------------------------------------*
       0085-RECUSAR-EXECUCAO.
           DISPLAY 'FECHANO: ' WRK-MOTIVO-RECUSA.
           DISPLAY 'FECHANO: FECHAMENTO ANUAL RECUSADO'.
           MOVE 'FECHANO' TO WRK-LOG-PROGRAMA.
           MOVE 'E' TO WRK-LOG-SEVERIDADE.
           MOVE WRK-MOTIVO-RECUSA TO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       0085-RECUSAR-EXECUCAO-EXIT.
           EXIT.

       0090-PARAR-CADEIA.
           DISPLAY 'FECHANO: ETAPA ' WRK-ETAPA-NOME ' FALHOU - '
               'CADEIA INTERROMPIDA. CORRIJA E REEXECUTE O FECHANO '
               'PARA RETOMAR DESTA ETAPA'.
           MOVE 'FECHANO' TO WRK-LOG-PROGRAMA.
           MOVE 'E' TO WRK-LOG-SEVERIDADE.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'ETAPA ' WRK-ETAPA-NOME ' FALHOU - CADEIA '
               'INTERROMPIDA'
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       0090-PARAR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * EXECUTA UMA ETAPA JA PREPARADA EM WRK-ETAPA-NOME:    *
      * PULA SE JA CONCLUIDA NO ANO, CRONOMETRA, AVALIA O    *
      * RETURN-CODE E GRAVA O CONTROLE.                      *
      *----------------------------------------------------*
       0095-RODAR-ETAPA.
           PERFORM 0070-VERIFICAR-FEITA
               THRU 0070-VERIFICAR-FEITA-EXIT.
           IF WRK-ETAPA-FEITA
               DISPLAY 'FECHANO: ETAPA ' WRK-ETAPA-NOME
                   ' JA CONCLUIDA NO ANO - PULADA'
               GO TO 0095-RODAR-ETAPA-EXIT
           END-IF.
           ACCEPT WRK-HORA-BRUTA FROM TIME.
           MOVE WRK-HORA-BRUTA(1:6) TO WRK-HORA-INICIO.
           MOVE ZEROS TO RETURN-CODE.
           EVALUATE WRK-ETAPA-NOME
               WHEN 'DECTERC'
                   CALL 'DECTERC'
               WHEN 'PLRCALC'
                   CALL 'PLRCALC'
               WHEN 'INFORME'
                   CALL 'INFORME'
               WHEN 'ARQANO'
                   CALL 'ARQANO'
               WHEN 'FUNCPURG'
                   CALL 'FUNCPURG'
               WHEN 'AUDCARGA'
                   CALL 'AUDCARGA'
               WHEN 'VENDCARG'
                   CALL 'VENDCARG'
           END-EVALUATE.
           MOVE RETURN-CODE TO WRK-RC-ETAPA.
           MOVE ZEROS TO RETURN-CODE.
           ACCEPT WRK-HORA-BRUTA FROM TIME.
           MOVE WRK-HORA-BRUTA(1:6) TO WRK-HORA-FIM.
           PERFORM 0080-GRAVAR-CONTROLE
               THRU 0080-GRAVAR-CONTROLE-EXIT.
           IF WRK-RC-ETAPA > 4
               SET WRK-CADEIA-PARADA TO TRUE
           ELSE
               IF WRK-ETAPA-NOME = 'INFORME'
                   SET WRK-INFORME-OK TO TRUE
               END-IF
           END-IF.
       0095-RODAR-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1: DECIMO TERCEIRO DO ANO (DECTERC, COM O ANO  *
      * DO CARTAO DECANO).                                   *
      *----------------------------------------------------*
       0100-EXECUTAR-DECIMO.
           DISPLAY 'FECHANO: CALCULANDO O DECIMO TERCEIRO (DECTERC)'.
           MOVE 'DECTERC' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0100-EXECUTAR-DECIMO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 2: PARTICIPACAO NOS LUCROS DO ANO (PLRCALC,    *
      * COM O ANO DO CARTAO PLRANO).                         *
      *----------------------------------------------------*
       0200-EXECUTAR-PLR.
           DISPLAY 'FECHANO: CALCULANDO O PLR (PLRCALC)'.
           MOVE 'PLRCALC' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0200-EXECUTAR-PLR-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 3: INFORME DE RENDIMENTOS DO ANO (INFORME, COM *
      * O ANO DO CARTAO INFANO), DEPOIS DO DECIMO TERCEIRO   *
      * (GRATAUD) E ANTES DO ARQUIVAMENTO.                   *
      *----------------------------------------------------*
       0300-EXECUTAR-INFORME.
           DISPLAY 'FECHANO: EMITINDO OS INFORMES DE RENDIMENTOS '
               '(INFORME)'.
           MOVE 'INFORME' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0300-EXECUTAR-INFORME-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 4: ARQUIVAMENTO DO ANO (ARQANO). SO RODA COM O *
      * INFORME DO ANO CONCLUIDO COM OK - A TRAVA QUE FALTOU *
      * NO CHECKLIST EM PAPEL.                               *
      *----------------------------------------------------*
       0400-EXECUTAR-ARQUIVAMENTO.
           IF NOT WRK-INFORME-OK
               DISPLAY 'FECHANO: INFORME DO ANO ' WRK-ANO-FECHAMENTO
                   ' NAO CONCLUIDO - ARQANO RECUSADO'
               MOVE 'ARQANO' TO WRK-ETAPA-NOME
               SET WRK-CADEIA-PARADA TO TRUE
               GO TO 0400-EXECUTAR-ARQUIVAMENTO-EXIT
           END-IF.
           DISPLAY 'FECHANO: ARQUIVANDO O ANO (ARQANO)'.
           MOVE 'ARQANO' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0400-EXECUTAR-ARQUIVAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 5: EXPURGO DOS FUNCIONARIOS DESLIGADOS         *
      * (FUNCPURG).                                          *
      *----------------------------------------------------*
       0500-EXECUTAR-EXPURGO.
           DISPLAY 'FECHANO: EXPURGANDO OS DESLIGADOS (FUNCPURG)'.
           MOVE 'FUNCPURG' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0500-EXECUTAR-EXPURGO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * TROCA DAS GERACOES DO ARQANO PELA OPERACAO. NA       *
      * PRIMEIRA PASSAGEM, GRAVA A ETAPA TROCA NO CONTROLE,  *
      * LISTA AS SUBSTITUICOES E ENCERRA COM RETURN-CODE 4;  *
      * NA REEXECUCAO A ETAPA JA CONSTA DO ANOCTL E A CADEIA *
      * SEGUE PARA A RECONSTRUCAO DOS INDICES.               *
      *----------------------------------------------------*
       0550-AGUARDAR-TROCA.
           MOVE 'TROCA' TO WRK-ETAPA-NOME.
           PERFORM 0070-VERIFICAR-FEITA
               THRU 0070-VERIFICAR-FEITA-EXIT.
           IF WRK-ETAPA-FEITA
               DISPLAY 'FECHANO: TROCA DAS GERACOES DO ARQANO JA '
                   'FEITA - RETOMANDO NA RECONSTRUCAO DOS INDICES'
               GO TO 0550-AGUARDAR-TROCA-EXIT
           END-IF.
           ACCEPT WRK-HORA-BRUTA FROM TIME.
           MOVE WRK-HORA-BRUTA(1:6) TO WRK-HORA-INICIO.
           MOVE WRK-HORA-BRUTA(1:6) TO WRK-HORA-FIM.
           MOVE 4 TO WRK-RC-ETAPA.
           PERFORM 0080-GRAVAR-CONTROLE
               THRU 0080-GRAVAR-CONTROLE-EXIT.
           DISPLAY 'FECHANO: CADEIA SUSPENSA PARA A TROCA DAS '
               'GERACOES DO ARQANO:'.
           DISPLAY 'FECHANO: SUBSTITUA EMPAUDIT POR EMPAUDN'.
           DISPLAY 'FECHANO: SUBSTITUA VENDHIST POR VENDHN'.
           DISPLAY 'FECHANO: SUBSTITUA VENDREFS POR VENDREFN'.
           DISPLAY 'FECHANO: FEITA A TROCA, REEXECUTE O FECHANO '
               'PARA RECONSTRUIR OS INDICES (AUDCARGA E VENDCARG)'.
           MOVE 'FECHANO' TO WRK-LOG-PROGRAMA.
           MOVE 'A' TO WRK-LOG-SEVERIDADE.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'CADEIA SUSPENSA PARA A TROCA DAS GERACOES '
               'DO ARQANO'
               DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'RUNLOG' USING WRK-LOG-AREA.
           MOVE 4 TO RETURN-CODE.
           STOP RUN.
       0550-AGUARDAR-TROCA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 6: RECONSTRUCAO DO HISTORICO INDEXADO DE       *
      * REAJUSTES (AUDCARGA), DEPOIS DA TROCA DO EMPAUDIT.   *
      *----------------------------------------------------*
       0600-EXECUTAR-INDICE-AUDITORIA.
           DISPLAY 'FECHANO: RECONSTRUINDO O EMPAUDIX (AUDCARGA)'.
           MOVE 'AUDCARGA' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0600-EXECUTAR-INDICE-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 7: RECONSTRUCAO DOS HISTORICOS INDEXADOS DE    *
      * VENDAS (VENDCARG). ULTIMA ETAPA: OK AQUI FECHA O ANO.*
      *----------------------------------------------------*
       0700-EXECUTAR-INDICE-VENDAS.
           DISPLAY 'FECHANO: RECONSTRUINDO O VHISTIX E O TERMTIX '
               '(VENDCARG)'.
           MOVE 'VENDCARG' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0700-EXECUTAR-INDICE-VENDAS-EXIT.
           EXIT.

      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: DRIVER DO FECHAMENTO MENSAL DA FOLHA, NO MESMO
      * DESENHO DO FECHDIA. ENCADEIA, EM UMA UNICA EXECUCAO
      * BATCH: APURACAO DO PONTO (PONTOMES), BANCO DE HORAS
      * (BANCOHRS), CALCULO DO LIQUIDO
      * COM O ACERTO DO ADIANTAMENTO (CALCLIQ), PORTAO DE
      * CONFERENCIA (VARAUDIT), REMESSA AO BANCO (BANKREM),
      * HOLERITES (HOLERITE), CONTABILIZACAO DA FOLHA
      * (GLFOLHA), PROVISAO DE FERIAS E DECIMO TERCEIRO
      * (PROVISAO) E REMESSA DAS PENSOES ALIMENTICIAS AOS
      * BENEFICIARIOS (PENSREM). CADA ETAPA GRAVA NOME,
      * COMPETENCIA, HORARIO DE INICIO/FIM E RESULTADO NO
      * CONTROLE MESCTL; ETAPA QUE FALHA PARA A CADEIA, E UMA
      * NOVA EXECUCAO NA MESMA COMPETENCIA PULA AS ETAPAS JA
      * CONCLUIDAS COM OK, RETOMANDO NA QUE FALTOU. AS
      * REMESSAS (BANKREM E PENSREM) SO RODAM SE O CALCLIQ DA
      * COMPETENCIA ESTIVER CONCLUIDO COM OK - UMA VEZ RODAMOS
      * O BANKREM ANTES DO CALCULO TERMINAR E O BANCO RECEBEU
      * SALARIO VELHO. O VARAUDIT DEVOLVE RETURN-CODE 4 QUANDO
      * RETEM MATRICULAS: E AVISO, NAO ERRO - A CADEIA SEGUE E
      * OS RETIDOS FICAM FORA DA REMESSA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - NOVA ETAPA 7: PROVISAO MENSAL DE FERIAS E DECIMO
      *   TERCEIRO (PROVISAO), DEPOIS DA CONTABILIZACAO.
      * - NOVA ETAPA 8: REMESSA DAS PENSOES ALIMENTICIAS AOS
      *   BENEFICIARIOS E RELATORIO POR ORDEM JUDICIAL
      *   (PENSREM), COM A MESMA TRAVA DO CALCLIQ DO BANKREM.
      * - NOVA ETAPA 1-A: BANCO DE HORAS (BANCOHRS), ENTRE A
      *   APURACAO DO PONTO E O CALCULO - O CALCLIQ PRECISA DO
      *   ACERTO DO BANCO (BHPAGAR) PARA SABER O QUE PAGAR.
      ***************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0150-EXECUTAR-BANCO-HORAS
               THRU 0150-EXECUTAR-BANCO-HORAS-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0200-EXECUTAR-CALCULO
               THRU 0200-EXECUTAR-CALCULO-EXIT.
           IF WRK-CADEIA-PARADA
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0700-EXECUTAR-PROVISAO
               THRU 0700-EXECUTAR-PROVISAO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           PERFORM 0800-EXECUTAR-REMESSA-PENSAO
               THRU 0800-EXECUTAR-REMESSA-PENSAO-EXIT.
           IF WRK-CADEIA-PARADA
               PERFORM 0090-PARAR-CADEIA THRU 0090-PARAR-CADEIA-EXIT
           END-IF.
           DISPLAY 'FECHMES: FECHAMENTO MENSAL CONCLUIDO - '
               'COMPETENCIA ' WRK-COMPETENCIA.
           MOVE 'FECHMES' TO WRK-LOG-PROGRAMA.
           EVALUATE WRK-ETAPA-NOME
               WHEN 'PONTOMES'
                   CALL 'PONTOMES'
               WHEN 'BANCOHRS'
                   CALL 'BANCOHRS'
               WHEN 'CALCLIQ'
                   CALL 'CALCLIQ'
               WHEN 'VARAUDIT'
                   CALL 'HOLERITE'
               WHEN 'GLFOLHA'
                   CALL 'GLFOLHA'
               WHEN 'PROVISAO'
                   CALL 'PROVISAO'
               WHEN 'PENSREM'
                   CALL 'PENSREM'
           END-EVALUATE.
           MOVE RETURN-CODE TO WRK-RC-ETAPA.
           MOVE ZEROS TO RETURN-CODE.
       0100-EXECUTAR-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 1-A: BANCO DE HORAS (BANCOHRS) - CREDITO DAS   *
      * EXTRAS, COMPENSACAO DE FALTAS E VENCIMENTOS, COM O   *
      * ACERTO (BHPAGAR) LIDO PELO CALCLIQ.                  *
      *----------------------------------------------------*
       0150-EXECUTAR-BANCO-HORAS.
           DISPLAY 'FECHMES: MOVIMENTANDO O BANCO DE HORAS '
               '(BANCOHRS)'.
           MOVE 'BANCOHRS' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0150-EXECUTAR-BANCO-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 2: CALCULO DO LIQUIDO, COM O ACERTO DO         *
      * ADIANTAMENTO E OS DESCONTOS DE EMPRESTIMO (CALCLIQ). *
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0600-EXECUTAR-CONTABIL-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 7: PROVISAO DE FERIAS E DECIMO TERCEIRO        *
      * (PROVISAO).                                          *
      *----------------------------------------------------*
       0700-EXECUTAR-PROVISAO.
           DISPLAY 'FECHMES: PROVISIONANDO FERIAS E DECIMO '
               'TERCEIRO (PROVISAO)'.
           MOVE 'PROVISAO' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0700-EXECUTAR-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------*
      * ETAPA 8: REMESSA DAS PENSOES ALIMENTICIAS AOS        *
      * BENEFICIARIOS (PENSREM). MESMA TRAVA DO BANKREM: SO  *
      * RODA COM O CALCLIQ DA COMPETENCIA CONCLUIDO COM OK.  *
      *----------------------------------------------------*
       0800-EXECUTAR-REMESSA-PENSAO.
           IF NOT WRK-CALCLIQ-OK
               DISPLAY 'FECHMES: CALCLIQ DA COMPETENCIA '
                   WRK-COMPETENCIA ' NAO CONCLUIDO - PENSREM '
                   'RECUSADO'
               MOVE 'PENSREM' TO WRK-ETAPA-NOME
               SET WRK-CADEIA-PARADA TO TRUE
               GO TO 0800-EXECUTAR-REMESSA-PENSAO-EXIT
           END-IF.
           DISPLAY 'FECHMES: GERANDO A REMESSA DAS PENSOES '
               'ALIMENTICIAS (PENSREM)'.
           MOVE 'PENSREM' TO WRK-ETAPA-NOME.
           PERFORM 0095-RODAR-ETAPA THRU 0095-RODAR-ETAPA-EXIT.
       0800-EXECUTAR-REMESSA-PENSAO-EXIT.
           EXIT.

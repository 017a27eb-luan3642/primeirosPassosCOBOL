      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - A BASE DE COMPARACAO E SO A FOLHA NORMAL DO MES
      *   ANTERIOR: OS REGISTROS DE DIFERENCA DA FOLHA
      *   COMPLEMENTAR (FOLHACOM) NO PAYHIST SAO IGNORADOS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *----------------------------------------------------*
      * CARREGA DO HISTORICO O LIQUIDO DA COMPETENCIA        *
      * ANTERIOR POR MATRICULA (SO A FOLHA NORMAL, SEM AS   *
      * DIFERENCAS DE FOLHA COMPLEMENTAR). SEM O HISTORICO   *
      * (PRIMEIRO MES), NADA E RETIDO, COM AVISO.            *
      *----------------------------------------------------*
       0150-CARREGAR-ANTERIOR.
           OPEN INPUT HISTORICO-ARQ.
                   NOT AT END
                       IF WRK-PH-ANO = WRK-ANT-ANO
                           AND WRK-PH-MES = WRK-ANT-MES
                           AND WRK-PH-FOLHA-NORMAL
                           PERFORM 0155-GUARDAR-ANTERIOR
                               THRU 0155-GUARDAR-ANTERIOR-EXIT
                       END-IF

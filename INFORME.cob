      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - ERRO NA ABERTURA DO ARQUIVO ORDENADO DEVOLVE
      *   RETURN-CODE 8 AO FECHAMENTO ANUAL (FECHANO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ' REGISTROS DO HISTORICO'
           ELSE
               DISPLAY 'INFORME: EXECUCAO ENCERRADA SEM PROCESSAR'
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR OS INFORMES COMO EMITIDOS.
               MOVE 8 TO RETURN-CODE
           END-IF.
       0900-ENCERRAR-EXIT.
           EXIT.

      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - ERRO NA CRIACAO DO EMPAUDIX DEVOLVE RETURN-CODE 8 AO
      *   FECHAMENTO ANUAL (FECHANO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               DISPLAY 'AUDCARGA: ERRO AO CRIAR EMPAUDIX - STATUS '
                   WRK-FS-AIX
               CLOSE AUDITORIA-ARQ
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR O INDICE COMO RECONSTRUIDO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.


      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - ERRO NA CRIACAO DO VHISTIX OU DO TERMTIX DEVOLVE
      *   RETURN-CODE 8 AO FECHAMENTO ANUAL (FECHANO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               DISPLAY 'VENDCARG: ERRO AO CRIAR VHISTIX - STATUS '
                   WRK-FS-VHX
               CLOSE VENDHIST-ARQ
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR O INDICE COMO RECONSTRUIDO.
               MOVE 8 TO RETURN-CODE
               GO TO 0100-CARREGAR-VHISTIX-EXIT
           END-IF.
           PERFORM 0110-CARREGAR-UM-HIST
               DISPLAY 'VENDCARG: ERRO AO CRIAR TERMTIX - STATUS '
                   WRK-FS-TTX
               CLOSE TERMTOT-ARQ
               MOVE 8 TO RETURN-CODE
               GO TO 0200-CARREGAR-TERMTIX-EXIT
           END-IF.
           PERFORM 0210-CARREGAR-UM-TERM

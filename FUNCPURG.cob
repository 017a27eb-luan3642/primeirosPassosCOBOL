      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - HISTORICO FUNCHIST ACOMPANHA O CADASTRO, QUE CRESCEU
      *   PARA 100 BYTES COM PIS E CPF.
      * - HISTORICO FUNCHIST ACOMPANHA O CADASTRO, QUE CRESCEU
      *   PARA 105 BYTES COM O CARGO.
      * - ERRO NA ABERTURA DO CADASTRO DEVOLVE RETURN-CODE 8 AO
      *   FECHAMENTO ANUAL (FECHANO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'EMPFUNC.COB'.

       FD  FUNCHIST-ARQ.
       01  WRK-REG-FUNCHIST            PIC X(105).

       FD  CORTE-ARQ.
       01  WRK-REG-CORTE               PIC 9(04).
                   THRU 0195-LOCALIZAR-MSG-ERRO-EXIT
               DISPLAY 'FUNCPURG: ERRO AO ABRIR FUNCMSTR - STATUS '
                   WRK-FS-FUNC ' - ' WRK-MSG-ERRO-ENCONTRADA
      *        SINALIZA A FALHA AO DRIVER (FECHANO), QUE PARA A
      *        CADEIA EM VEZ DE DAR O EXPURGO COMO FEITO.
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-FUNC TO TRUE
               GO TO 0100-INICIALIZAR-EXIT
           END-IF.

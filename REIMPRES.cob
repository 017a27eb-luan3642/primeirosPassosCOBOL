      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      * - HOLERITE MOSTRA O DESCONTO DOS DIAS DE AFASTAMENTO
      *   A CARGO DO INSS, GRAVADO NO HISTORICO PELO CALCLIQ.
      * - HOLERITE MOSTRA O DESCONTO DE PENSAO ALIMENTICIA
      *   JUDICIAL, GRAVADO NO HISTORICO PELO CALCLIQ.
      * - HOLERITE MOSTRA O DESCONTO DE VALE-TRANSPORTE, GRAVADO
      *   NO HISTORICO PELO CALCLIQ.
      * - REGISTRO DO FUNCHIST ACOMPANHA O CADASTRO (PIS E CPF
      *   NO FIM DO REGISTRO).
      * - REGISTRO DE DIFERENCA DA FOLHA COMPLEMENTAR (FOLHACOM)
      *   SAI COMO DEMONSTRATIVO COMPLEMENTAR, E MARCADO 'C' NA
      *   PAGINA DO REGISTRO.
      * - REGISTRO DO FUNCHIST ACOMPANHA O CADASTRO (CARGO NO FIM
      *   DO REGISTRO).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HIS-SITUACAO               PIC X(01).
           05  HIS-DATA-DESLIGAMENTO      PIC 9(08).
           05  HIS-DADOS-BANCARIOS        PIC X(16).
           05  HIS-DOCUMENTOS             PIC X(22).
           05  HIS-CARGO                  PIC X(05).

       FD  RELATORIO-ARQ.
       01  WRK-LINHA-RELATORIO         PIC X(80).
           05  WRK-LR-BRUTO             PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WRK-LR-LIQUIDO           PIC ZZZZZZ9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WRK-LR-TIPO              PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               THRU 0250-SITUACAO-TITULAR-EXIT.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEGUNDA-VIA.
           IF WRK-PH-FOLHA-COMPLEMENTAR
               MOVE 'DEMONSTRATIVO COMPLEMENTAR' TO WRK-CAB-TEXTO
           ELSE
               MOVE 'DEMONSTRATIVO DE SALARIO  ' TO WRK-CAB-TEXTO
           END-IF.
           MOVE WRK-COMPETENCIA-PEDIDA TO WRK-CAB-COMPETENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-CAB-TITULO.
           MOVE WRK-PH-MATRICULA TO WRK-CAB-MATRICULA.
               PERFORM 0350-IMPRIMIR-VALOR
                   THRU 0350-IMPRIMIR-VALOR-EXIT
           END-IF.
           IF WRK-PH-DESC-AFASTAMENTO > ZEROS
               MOVE 'AFASTAMENTO (INSS).......' TO WRK-LV-TITULO
               MOVE WRK-PH-DESC-AFASTAMENTO TO WRK-LV-VALOR
               PERFORM 0350-IMPRIMIR-VALOR
                   THRU 0350-IMPRIMIR-VALOR-EXIT
           END-IF.
           MOVE 'PREVIDENCIA..............' TO WRK-LV-TITULO.
           MOVE WRK-PH-DESC-PREVIDENCIA TO WRK-LV-VALOR.
           PERFORM 0350-IMPRIMIR-VALOR
           MOVE WRK-PH-DESC-IMPOSTO TO WRK-LV-VALOR.
           PERFORM 0350-IMPRIMIR-VALOR
               THRU 0350-IMPRIMIR-VALOR-EXIT.
           IF WRK-PH-DESC-PENSAO > ZEROS
               MOVE 'PENSAO ALIMENTICIA.......' TO WRK-LV-TITULO
               MOVE WRK-PH-DESC-PENSAO TO WRK-LV-VALOR
               PERFORM 0350-IMPRIMIR-VALOR
                   THRU 0350-IMPRIMIR-VALOR-EXIT
           END-IF.
           IF WRK-PH-DESC-VTRANSP > ZEROS
               MOVE 'VALE-TRANSPORTE..........' TO WRK-LV-TITULO
               MOVE WRK-PH-DESC-VTRANSP TO WRK-LV-VALOR
               PERFORM 0350-IMPRIMIR-VALOR
                   THRU 0350-IMPRIMIR-VALOR-EXIT
           END-IF.
           IF WRK-PH-DESC-ADIANTAMENTO > ZEROS
               MOVE 'ADIANTAMENTO.............' TO WRK-LV-TITULO
               MOVE WRK-PH-DESC-ADIANTAMENTO TO WRK-LV-VALOR
           MOVE WRK-PH-NOME TO WRK-LR-NOME.
           MOVE WRK-PH-SALARIO-BRUTO TO WRK-LR-BRUTO.
           MOVE WRK-PH-SALARIO-LIQUIDO TO WRK-LR-LIQUIDO.
           MOVE SPACES TO WRK-LR-TIPO.
           IF WRK-PH-FOLHA-COMPLEMENTAR
               MOVE 'C' TO WRK-LR-TIPO
           END-IF.
           IF WRK-DECIMAL-PONTO
               INSPECT WRK-LR-BRUTO REPLACING ALL ',' BY '.'
               INSPECT WRK-LR-LIQUIDO REPLACING ALL ',' BY '.'

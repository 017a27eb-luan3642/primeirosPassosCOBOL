       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASDIAS.
      ***************************
      * AREA DE COMENTARIOS
      * AUTHOR = LUAN MAGALHAES
      * OBJETIVO: ROTINA UNICA DE CONTAGEM DE DIAS DE
      * AFASTAMENTO, NO MOLDE DA DIAUTIL: RECEBE UM AFASTAMENTO
      * (TIPO, INICIO E RETORNO, VER AFASREG.COB) E UMA
      * COMPETENCIA NA AREA AFASDREG.COB E DEVOLVE QUANTOS DIAS
      * DO MES O FUNCIONARIO ESTEVE AFASTADO, QUANTOS FICAM A
      * CARGO DA EMPRESA E QUANTOS A CARGO DO INSS, ALEM DO
      * TOTAL DE DIAS DE BENEFICIO JA CORRIDOS ATE O FIM DA
      * COMPETENCIA. REGRA: NA DOENCA E NO ACIDENTE DE TRABALHO
      * OS 15 PRIMEIROS DIAS CORRIDOS DO AFASTAMENTO SAO PAGOS
      * PELA EMPRESA E O BENEFICIO DO INSS COMECA NO 16O DIA; A
      * LICENCA-MATERNIDADE E BENEFICIO DO INSS DESDE O PRIMEIRO
      * DIA. OS DIAS SAO CONTADOS NO MES COMERCIAL DE 30 DIAS DA
      * FOLHA (DIA 31 VALE COMO DIA 30), O MESMO 1/30 DO
      * DESCONTO DE FALTAS DO CALCLIQ. CHAMADA PELO CALCLIQ,
      * FERACUM, DECTERC, PLRCALC E AFASREL, PARA NAO TER CADA
      * PROGRAMA COM SUA PROPRIA COPIA DA MESMA CONTA.
      *
      * HISTORICO DE ALTERACOES
      * - PROGRAMA CRIADO.
      ***************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    DATAS CONVERTIDAS PARA NUMERO DE DIA CORRIDO NO
      *    CALENDARIO COMERCIAL (ANO X 360 + MESES X 30 + DIA).
       77  WRK-DIA-INICIO              PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-FIM                 PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-INICIO-INSS         PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-MES-INICIO          PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-MES-FIM             PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-CORTE               PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-DE                  PIC S9(08) VALUE ZEROS.
       77  WRK-DIAS-CONTADOS           PIC S9(08) VALUE ZEROS.
       77  WRK-DIA-DO-MES              PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'AFASDREG.COB'.

       PROCEDURE DIVISION USING WRK-AFAS-DIAS-AREA.

       0100-CONTAR.
           MOVE ZEROS TO WRK-AD-DIAS-MES.
           MOVE ZEROS TO WRK-AD-DIAS-EMPRESA.
           MOVE ZEROS TO WRK-AD-DIAS-INSS.
           MOVE ZEROS TO WRK-AD-DIAS-BENEFICIO.

           MOVE WRK-AD-DIA-INICIO TO WRK-DIA-DO-MES.
           IF WRK-DIA-DO-MES > 30
               MOVE 30 TO WRK-DIA-DO-MES
           END-IF.
           COMPUTE WRK-DIA-INICIO =
               WRK-AD-ANO-INICIO * 360
               + (WRK-AD-MES-INICIO - 1) * 30 + WRK-DIA-DO-MES.

      *    O RETORNO E O PRIMEIRO DIA DE VOLTA: O AFASTAMENTO
      *    TERMINA NA VESPERA. SEM RETORNO, SEGUE EM ABERTO.
           IF WRK-AD-DATA-RETORNO = ZEROS
               MOVE 99999999 TO WRK-DIA-FIM
           ELSE
               MOVE WRK-AD-DIA-RETORNO TO WRK-DIA-DO-MES
               IF WRK-DIA-DO-MES > 30
                   MOVE 30 TO WRK-DIA-DO-MES
               END-IF
               COMPUTE WRK-DIA-FIM =
                   WRK-AD-ANO-RETORNO * 360
                   + (WRK-AD-MES-RETORNO - 1) * 30
                   + WRK-DIA-DO-MES - 1
           END-IF.

           COMPUTE WRK-DIA-MES-INICIO =
               WRK-AD-CMP-ANO * 360 + (WRK-AD-CMP-MES - 1) * 30 + 1.
           COMPUTE WRK-DIA-MES-FIM = WRK-DIA-MES-INICIO + 29.

           IF WRK-AD-TIPO = 'M'
               MOVE WRK-DIA-INICIO TO WRK-DIA-INICIO-INSS
           ELSE
               COMPUTE WRK-DIA-INICIO-INSS = WRK-DIA-INICIO + 15
           END-IF.

      *    TUDO E CONTADO SO ATE O FIM DA COMPETENCIA (OU ATE A
      *    VESPERA DO RETORNO, O QUE VIER PRIMEIRO).
           IF WRK-DIA-FIM < WRK-DIA-MES-FIM
               MOVE WRK-DIA-FIM TO WRK-DIA-CORTE
           ELSE
               MOVE WRK-DIA-MES-FIM TO WRK-DIA-CORTE
           END-IF.

           IF WRK-DIA-INICIO > WRK-DIA-MES-INICIO
               MOVE WRK-DIA-INICIO TO WRK-DIA-DE
           ELSE
               MOVE WRK-DIA-MES-INICIO TO WRK-DIA-DE
           END-IF.
           COMPUTE WRK-DIAS-CONTADOS = WRK-DIA-CORTE - WRK-DIA-DE + 1.
           IF WRK-DIAS-CONTADOS > ZEROS
               MOVE WRK-DIAS-CONTADOS TO WRK-AD-DIAS-MES
           END-IF.

           IF WRK-DIA-INICIO-INSS > WRK-DIA-MES-INICIO
               MOVE WRK-DIA-INICIO-INSS TO WRK-DIA-DE
           ELSE
               MOVE WRK-DIA-MES-INICIO TO WRK-DIA-DE
           END-IF.
           COMPUTE WRK-DIAS-CONTADOS = WRK-DIA-CORTE - WRK-DIA-DE + 1.
           IF WRK-DIAS-CONTADOS > ZEROS
               MOVE WRK-DIAS-CONTADOS TO WRK-AD-DIAS-INSS
           END-IF.

           COMPUTE WRK-AD-DIAS-EMPRESA =
               WRK-AD-DIAS-MES - WRK-AD-DIAS-INSS.

           COMPUTE WRK-DIAS-CONTADOS =
               WRK-DIA-CORTE - WRK-DIA-INICIO-INSS + 1.
           IF WRK-DIAS-CONTADOS > 99999
               MOVE 99999 TO WRK-DIAS-CONTADOS
           END-IF.
           IF WRK-DIAS-CONTADOS > ZEROS
               MOVE WRK-DIAS-CONTADOS TO WRK-AD-DIAS-BENEFICIO
           END-IF.
           GOBACK.

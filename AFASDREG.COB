      ******************************************************
      * AFASDREG.COB
      * AREA DE COMUNICACAO DA ROTINA COMUM DE DIAS DE
      * AFASTAMENTO (AFASDIAS.cob): O CHAMADOR PREENCHE O TIPO,
      * O INICIO E O RETORNO DE UM AFASTAMENTO (VER AFASREG.COB)
      * E A COMPETENCIA (AAAAMM), E RECEBE OS DIAS AFASTADOS
      * DENTRO DO MES, QUANTOS DELES FICAM A CARGO DA EMPRESA E
      * QUANTOS A CARGO DO INSS, E O TOTAL DE DIAS DE BENEFICIO
      * DO INSS DESDE O INICIO DO AFASTAMENTO ATE O FIM DA
      * COMPETENCIA (OU ATE O RETORNO). OS DIAS SEGUEM O MES
      * COMERCIAL DE 30 DIAS DA FOLHA (1/30 DO SALARIO POR DIA).
      * INCLUIR COM "COPY 'AFASDREG.COB'." NA WORKING-STORAGE E
      * CHAMAR COM "CALL 'AFASDIAS' USING WRK-AFAS-DIAS-AREA."
      ******************************************************
       01  WRK-AFAS-DIAS-AREA.
           05  WRK-AD-TIPO                PIC X(01).
           05  WRK-AD-DATA-INICIO.
               10  WRK-AD-ANO-INICIO      PIC 9(04).
               10  WRK-AD-MES-INICIO      PIC 9(02).
               10  WRK-AD-DIA-INICIO      PIC 9(02).
           05  WRK-AD-DATA-RETORNO.
               10  WRK-AD-ANO-RETORNO     PIC 9(04).
               10  WRK-AD-MES-RETORNO     PIC 9(02).
               10  WRK-AD-DIA-RETORNO     PIC 9(02).
           05  WRK-AD-COMPETENCIA.
               10  WRK-AD-CMP-ANO         PIC 9(04).
               10  WRK-AD-CMP-MES         PIC 9(02).
           05  WRK-AD-DIAS-MES            PIC 9(02).
           05  WRK-AD-DIAS-EMPRESA        PIC 9(02).
           05  WRK-AD-DIAS-INSS           PIC 9(02).
           05  WRK-AD-DIAS-BENEFICIO      PIC 9(05).

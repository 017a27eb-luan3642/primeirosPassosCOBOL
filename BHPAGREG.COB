      ******************************************************
      * BHPAGREG.COB
      * LAYOUT DO ACERTO MENSAL DO BANCO DE HORAS (BHPAGAR),
      * GRAVADO PELO BANCOHRS E LIDO PELO CALCLIQ: POR
      * MATRICULA, AS HORAS VENCIDAS A PAGAR COMO HORA EXTRA
      * NA COMPETENCIA E OS DIAS DE FALTA INJUSTIFICADA JA
      * COMPENSADOS COM HORAS DO BANCO (QUE NAO SAO MAIS
      * DESCONTADOS). COM O ARQUIVO PRESENTE, AS HORAS EXTRAS
      * DO PONTOACM VAO PARA O BANCO E SO AS VENCIDAS SAO
      * PAGAS.
      * INCLUIR COM "COPY 'BHPAGREG.COB'." NO FD DO ARQUIVO.
      ******************************************************
       01  WRK-ACERTO-BANCO.
           05  WRK-BHP-COMPETENCIA        PIC 9(06).
           05  WRK-BHP-MATRICULA          PIC 9(06).
           05  WRK-BHP-HORAS-VENCIDAS     PIC 9(03)V99.
           05  WRK-BHP-FALTAS-COMPENSADAS PIC 9(02).

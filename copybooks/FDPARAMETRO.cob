      *    FDPARAMETRO.cob - Layout do Registro de Parametro de
      *    Execucao de Relatorio
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG273.
       FD ARQUIVO-PARAMETRO.

       01  PARAMETRO-REGISTRO.
           05 PARAMETRO-PROGRAMA PIC X(6).
           05 PARAMETRO-ULTIMA-DATA PIC 9(8).

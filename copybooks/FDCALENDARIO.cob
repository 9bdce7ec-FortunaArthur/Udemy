      *    FDCALENDARIO.cob - Layout do Registro de Calendario
      *    Comercial
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG237.
       FD ARQUIVO-CALENDARIO.

       01  CALENDARIO-REGISTRO.
           05 CALENDARIO-DATA PIC 9(8).
           05 CALENDARIO-TIPO PIC X.
               88 CALENDARIO-DIA-UTIL VALUE "U".
               88 CALENDARIO-NAO-UTIL VALUE "F".

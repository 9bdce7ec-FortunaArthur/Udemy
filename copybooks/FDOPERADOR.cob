      *    o operador. Arquivo operadores.dat gravado no layout
      *    antigo precisa ser regravado 1 vez (descarga e recarga)
      *    antes de qualquer programa abrir o arquivo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG269.
       FD ARQUIVO-OPERADOR.

       01  OPERADOR-REGISTRO.
               88 OPERADOR-COM-DADOS-COMPLETOS VALUE "S".
               88 OPERADOR-SEM-DADOS-COMPLETOS VALUE "N".
           05 OPERADOR-SENHA PIC X(10).
           05 OPERADOR-DATA-SENHA PIC 9(8).
           05 OPERADOR-QTDE-FALHAS PIC 9.
           05 OPERADOR-TRAVA PIC X.
               88 OPERADOR-DESTRAVADO VALUE "N".

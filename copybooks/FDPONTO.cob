      *    assinatura. Arquivo cartao_ponto.dat gravado no layout
      *    antigo precisa ser regravado 1 vez (descarga e recarga)
      *    antes de qualquer programa abrir o arquivo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG280.
       FD ARQUIVO-PONTO.

       01  PONTO-REGISTRO.
           05 PONTO-CHAVE.
               10 PONTO-FUNCIONARIO PIC 9(4).
               10 PONTO-DATA PIC 9(8).
           05 PONTO-HORAS-NORMAIS PIC 9(2)V9.
           05 PONTO-HORAS-EXTRAS PIC 9(2)V9.
           05 PONTO-APROVACAO PIC X.

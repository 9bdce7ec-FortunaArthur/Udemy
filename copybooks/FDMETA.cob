      *    FDMETA.cob - Layout do Registro de Meta de Venda
      *    META-VENDEDOR e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat, como VENDA-VENDEDOR em vendas.dat.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG268.
       FD ARQUIVO-META.

       01  META-REGISTRO.
           05 META-CHAVE.
               10 META-VENDEDOR PIC 9(4).
               10 META-AAMM PIC 9(6).
           05 META-VALOR PIC 9(8)V99.

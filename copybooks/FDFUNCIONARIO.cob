      *    elegibilidade de aposentadoria do PROG54 poder rodar em
      *    lote sobre o cadastro inteiro (PROG110) em vez de 1 idade
      *    digitada por vez.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG255.
       FD ARQUIVO-FUNCIONARIO.

       01  FUNCIONARIO-REGISTRO.
               88 ENSINO-MEDIO VALUE "M".
               88 ENSINO-SUPERIOR VALUE "S".
           05 FUNCIONARIO-CPF PIC 9(11).
           05 FUNCIONARIO-DATA-ADMISSAO PIC 9(8).
           05 FUNCIONARIO-DATA-NASCIMENTO PIC 9(8).
           05 FUNCIONARIO-QTDE-DEPENDENTES PIC 9(2).
           05 FUNCIONARIO-DEPENDENTE OCCURS 5 TIMES.
               10 DEPENDENTE-NOME PIC X(20).
               10 DEPENDENTE-PARENTESCO PIC X(15).
               10 DEPENDENTE-DATA-NASCIMENTO PIC 9(8).

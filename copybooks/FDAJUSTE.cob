      *    FDAJUSTE.cob - Layout da Linha de Ajuste da Folha
      *    1 linha por retorno de afastamento: o mes a que o ajuste
      *    pertence (AAAAMM), o funcionario, os dias fora dentro do mes
      *    e o desconto proporcional (salario x dias / 30).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG232.
       FD ARQUIVO-AJUSTE-FOLHA.

       01  LINHA-AJUSTE-FOLHA.
           05 AJUSTE-AAMM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJUSTE-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.

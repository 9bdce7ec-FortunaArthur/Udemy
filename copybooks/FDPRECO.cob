      *    vigencia e o primeiro dia em que o preco vale. O
      *    PRODUTO-PRECO-UNITARIO do cadastro continua como preco de
      *    tabela pra quando um produto ainda nao tem linha aqui.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG281.
       FD ARQUIVO-PRECO.

       01  PRECO-REGISTRO.
           05 PRECO-CHAVE.
               10 PRECO-PRODUTO PIC 9(4).
               10 PRECO-DATA-VIGENCIA PIC 9(8).
           05 PRECO-VALOR PIC 9(5)V99.
           05 PRECO-DATA-CADASTRO PIC 9(8).
           05 PRECO-OPERADOR PIC X(10).

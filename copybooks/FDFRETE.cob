      *    FDFRETE.cob - Layout da Faixa da Tabela de Frete
      *    Cada registro e 1 faixa de peso de 1 transportadora pra
      *    1 UF de destino: vale pro peso bruto (kg) acima da faixa
      *    anterior ate FRETE-PESO-ATE, e FRETE-VALOR e o frete do
      *    pedido inteiro nessa faixa. Peso acima da maior faixa
      *    cadastrada fica sem proposta. Mantida pelo PROG183.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG254.
       FD ARQUIVO-FRETE.

       01  FRETE-REGISTRO.
           05 FRETE-CHAVE.
               10 FRETE-TRANSPORTADORA PIC 9(4).
               10 FRETE-UF PIC X(2).
               10 FRETE-PESO-ATE PIC 9(5)V999.
           05 FRETE-VALOR PIC 9(6)V99.
           05 FRETE-DATA-CADASTRO PIC 9(8).
           05 FRETE-OPERADOR PIC X(10).

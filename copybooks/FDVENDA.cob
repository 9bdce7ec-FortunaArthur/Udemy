      *    FDVENDA.cob - Layout da Linha de Venda
      *    Cada venda aponta pro vendedor pelo VENDA-VENDEDOR, que e
      *    a chave FUNCIONARIO-CODIGO de funcionarios.dat.
      *    Incluidos VENDA-TIPO e VENDA-PEDIDO: a devolucao (PROG125)
      *    e o cancelamento pos-venda (PROG63) gravam uma linha de
      *    Estorno pro vendedor do pedido, com o valor positivo, que
      *    o fechamento do PROG71 abate no mes em que acontece.
      *    Linha antiga, sem os campos, vale como Venda; o arquivo
      *    nao precisa ser regravado.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG296.
       FD ARQUIVO-VENDA.

       01  LINHA-VENDA.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VENDA-VALOR PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VENDA-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 VENDA-TIPO PIC X.
               88 VENDA-NORMAL VALUES "V" SPACE.
               88 VENDA-ESTORNO VALUE "E".
           05 FILLER PIC X(1) VALUE SPACE.
           05 VENDA-PEDIDO PIC X(6).

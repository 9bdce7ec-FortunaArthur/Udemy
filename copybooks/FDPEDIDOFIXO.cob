      *    FDPEDIDOFIXO.cob - Layout do Registro de Pedido Fixo
      *    PEDFIXO-CLIENTE e a chave CLIENTE-CODIGO de clientes.dat e
      *    cada item aponta PRODUTO-CODIGO de produtos.dat.
      *    PEDFIXO-ULTIMA-GERACAO (AAAAMM) impede a geracao mensal de
      *    criar o mesmo pedido 2 vezes no mes quando a rodada e
      *    repetida.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG276.
       FD ARQUIVO-PEDIDO-FIXO.

       01  PEDFIXO-REGISTRO.
           05 PEDFIXO-SITUACAO PIC X.
               88 PEDFIXO-ATIVO VALUE "A".
               88 PEDFIXO-INATIVO VALUE "I".
           05 PEDFIXO-ULTIMA-GERACAO PIC 9(6).
           05 PEDFIXO-QTDE-ITENS PIC 9(2).
           05 PEDFIXO-ITEM OCCURS 10 TIMES.
               10 PEDFIXO-ITEM-CODIGO PIC 9(4).

      *    FDPEDCOMPRA.cob - Layout do Registro de Pedido de Compra
      *    Gravado pelo PROG169 (a partir das sugestoes do ponto de
      *    reposicao do PROG119 ou digitado) e conferido no
      *    recebimento do PROG116: cada entrada soma em
      *    PEDCOMPRA-ITEM-QTDE-RECEBIDA e a situacao passa de
      *    Aberto pra Parcialmente recebido e pra Recebido quando
      *    todos os itens fecham. Pedido Aberto ou Parcial com saldo
      *    a receber tira o produto da lista de reposicao do PROG119.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG274.
       FD ARQUIVO-PEDIDO-COMPRA.

       01  PEDCOMPRA-REGISTRO.
           05 PEDCOMPRA-NUMERO PIC 9(6).
           05 PEDCOMPRA-FORNECEDOR PIC 9(6).
           05 PEDCOMPRA-DATA-EMISSAO PIC 9(8).
           05 PEDCOMPRA-SITUACAO PIC X.
               88 PEDCOMPRA-ABERTO VALUE "A".
               88 PEDCOMPRA-PARCIAL VALUE "P".
               88 PEDCOMPRA-RECEBIDO VALUE "R".
               88 PEDCOMPRA-CANCELADO VALUE "C".
           05 PEDCOMPRA-ORIGEM PIC X.
               88 PEDCOMPRA-DA-SUGESTAO VALUE "S".
               88 PEDCOMPRA-DIGITADO VALUE "D".
           05 PEDCOMPRA-OPERADOR PIC X(10).
           05 PEDCOMPRA-VALOR-TOTAL PIC 9(8)V99.
           05 PEDCOMPRA-QTDE-ITENS PIC 9(2).
           05 PEDCOMPRA-ITEM OCCURS 20 TIMES.
               10 PEDCOMPRA-ITEM-PRODUTO PIC 9(4).
               10 PEDCOMPRA-ITEM-QTDE PIC 9(6).
               10 PEDCOMPRA-ITEM-CUSTO PIC 9(5)V99.
               10 PEDCOMPRA-ITEM-QTDE-RECEBIDA PIC 9(6).

      *    FDPEDITEM.cob - Layout da Linha do Pedido de Venda
      *    As linhas sairam de dentro de PEDIDO-REGISTRO (eram
      *    PEDIDO-ITEM OCCURS 10) pra pedido_itens.dat, com os mesmos
      *    campos de antes: o produto (chave PRODUTO-CODIGO de
      *    produtos.dat), a descricao e o valor da linha vindos da
      *    tabela de precos, a quantidade pedida, o que o estoque ja
      *    reservou pro item e o que saiu de verdade no embarque. A
      *    linha e numerada de 1 em diante dentro do pedido, e
      *    PEDIDO-QTDE-ITENS no pedido guarda quantas linhas ele tem.
      *    Incluidos o preco unitario cobrado, o preco de tabela
      *    vigente na data do pedido (PROG121) e o numero do acordo
      *    de preco que deu o preco cobrado (acordos_preco.dat, zero
      *    quando foi o preco de tabela) - e o que o relatorio de
      *    divergencia de preco do PROG181 confere. Linha vinda da
      *    conversao do PROG177 tem o preco unitario tirado do valor
      *    pela quantidade, e o preco de tabela e o acordo zerados.
      *    Arquivo pedido_itens.dat gravado no layout anterior
      *    precisa ser regravado 1 vez (descarga e recarga) antes de
      *    qualquer programa abrir o arquivo.
       FD ARQUIVO-PEDIDO-ITEM.

       01  PEDIDO-ITEM-REGISTRO.
           05 PEDIDO-ITEM-CHAVE.
               10 PEDIDO-ITEM-PEDIDO PIC 9(6).
               10 PEDIDO-ITEM-LINHA PIC 9(3).
           05 PEDIDO-ITEM-CODIGO PIC 9(4).
           05 PEDIDO-ITEM-DESCRICAO PIC X(20).
           05 PEDIDO-ITEM-QTDE PIC 9(3).
           05 PEDIDO-ITEM-VALOR PIC 9(7)V99.
           05 PEDIDO-ITEM-QTDE-RESERVADA PIC 9(3).
           05 PEDIDO-ITEM-QTDE-ATENDIDA PIC 9(3).
           05 PEDIDO-ITEM-PRECO-UNITARIO PIC 9(5)V99.
           05 PEDIDO-ITEM-PRECO-TABELA PIC 9(5)V99.
           05 PEDIDO-ITEM-ACORDO PIC 9(6).

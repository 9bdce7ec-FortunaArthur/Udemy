      *    SELPEDITEM.cob - SELECT do Arquivo de Itens de Pedido
      *    Indexado por PEDIDO-ITEM-CHAVE (pedido + linha): 1
      *    registro por linha do pedido de venda, sem o teto de 10
      *    itens que o OCCURS de PEDIDO-REGISTRO impunha. Leitura
      *    das linhas de 1 pedido: START pela chave com a linha
      *    zerada e READ NEXT enquanto PEDIDO-ITEM-PEDIDO nao mudar,
      *    no mesmo molde das parcelas de recebiveis.dat.
           SELECT OPTIONAL ARQUIVO-PEDIDO-ITEM
           ASSIGN TO "pedido_itens.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-ITEM-CHAVE
           FILE STATUS IS PEDIDO-ITEM-FILE-STATUS.

      *    SELPEDCOMPRA.cob - SELECT do Arquivo de Pedidos de Compra
      *    Indexado por PEDCOMPRA-NUMERO, numerado pela serie
      *    PEDCOMPRA do controle de numeracao, no mesmo padrao dos
      *    pedidos de venda.
           SELECT OPTIONAL ARQUIVO-PEDIDO-COMPRA
           ASSIGN TO "pedidos_compra.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDCOMPRA-NUMERO
           FILE STATUS IS PEDCOMPRA-FILE-STATUS.

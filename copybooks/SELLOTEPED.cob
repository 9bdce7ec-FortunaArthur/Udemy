      *    SELLOTEPED.cob - SELECT do Arquivo de Lotes das Linhas de
      *    Pedido
      *    Indexado por pedido + linha + produto + validade + lote: de
      *    que lote saiu a reserva e o embarque de cada linha de
      *    pedido_itens.dat (linha de kit tem 1 grupo por componente
      *    com lote). A leitura dos lotes de 1 linha e o START com a
      *    validade e o lote zerados e READ NEXT enquanto pedido,
      *    linha e produto nao mudarem, no molde das linhas do
      *    pedido. Mantido pela sub-rotina PROG325.
           SELECT OPTIONAL ARQUIVO-LOTE-PEDIDO
           ASSIGN TO "pedido_lotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTPED-CHAVE
           FILE STATUS IS LOTPED-FILE-STATUS.

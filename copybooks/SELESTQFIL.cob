      *    SELESTQFIL.cob - SELECT do Arquivo de Estoque por Filial
      *    Indexado por produto + filial: o saldo de cada produto em
      *    cada filial de filiais.dat, a parte dele ja reservada pra
      *    pedidos e o que esta a caminho da filial em transferencia.
      *    PRODUTO-SALDO-ESTOQUE continua sendo o total da casa (a
      *    soma das filiais mais o que esta em transito). Quem mexe
      *    aqui e a sub-rotina PROG195, chamada pelos programas que
      *    movimentam o estoque.
           SELECT OPTIONAL ARQUIVO-ESTOQUE-FILIAL
           ASSIGN TO "estoque_filial.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTFIL-CHAVE
           FILE STATUS IS ESTFIL-FILE-STATUS.

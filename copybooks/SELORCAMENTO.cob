      *    SELORCAMENTO.cob - SELECT do Arquivo de Orcamentos de Venda
      *    Indexado por ORCAMENTO-NUMERO (serie ORCAMENTO do controle
      *    de numeracao), no mesmo padrao do arquivo de pedidos.
           SELECT OPTIONAL ARQUIVO-ORCAMENTO
           ASSIGN TO "orcamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORCAMENTO-NUMERO
           FILE STATUS IS ORCAMENTO-FILE-STATUS.

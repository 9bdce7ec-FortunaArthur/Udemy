      *    SELFORNECEDOR.cob - SELECT do Arquivo de Fornecedores
      *    Indexado por FORNECEDOR-CODIGO, no mesmo padrao do
      *    cadastro de clientes: o recebimento de mercadorias le o
      *    fornecedor direto pela chave a cada nota.
           SELECT OPTIONAL ARQUIVO-FORNECEDOR
           ASSIGN TO "fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORNECEDOR-CODIGO
           FILE STATUS IS FORNECEDOR-FILE-STATUS.

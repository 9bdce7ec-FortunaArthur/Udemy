      *    fornecedor demorar minutos. Arquivo clientes.dat gravado
      *    antes destas chaves precisa ser regravado 1 vez (descarga
      *    e recarga) pra ganhar os indices novos.
      *    Chave alternativa por CLIENTE-GRUPO (com duplicatas): a
      *    exposicao do grupo economico e somada lendo so os clientes
      *    do grupo, sem varrer o cadastro a cada pedido.
      *    Chave alternativa por CLIENTE-VENDEDOR (com duplicatas):
      *    a carteira de cada vendedor sai lida pela chave no
      *    relatorio de carteiras (PROG189).
           SELECT OPTIONAL ARQUIVO-CLIENTE
           ASSIGN TO "clientes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-EMAIL WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-GRUPO WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-VENDEDOR WITH DUPLICATES
           FILE STATUS IS CLIENTE-FILE-STATUS.

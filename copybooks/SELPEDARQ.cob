      *    SELPEDARQ.cob - SELECT do Arquivo Historico de Pedidos
      *    Indexado por PEDARQ-NUMERO, com chave alternativa pelo
      *    cliente (com duplicatas): e pra ca que o arquivamento do
      *    PROG310 tira de pedidos.dat os pedidos pagos e cancelados
      *    de periodo ja fechado, e e por aqui que a visao 360 do
      *    PROG134 e o extrato do PROG162 enxergam o que saiu do
      *    arquivo vivo.
           SELECT OPTIONAL ARQUIVO-PEDIDO-ARQUIVADO
           ASSIGN TO "pedidos_historico.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDARQ-NUMERO
           ALTERNATE RECORD KEY IS PEDARQ-CLIENTE-CODIGO
               WITH DUPLICATES
           FILE STATUS IS PEDARQ-FILE-STATUS.

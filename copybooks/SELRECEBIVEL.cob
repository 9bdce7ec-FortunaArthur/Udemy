      *    SELRECEBIVEL.cob - SELECT do Arquivo de Titulos a Receber
      *    Indexado por RECEBIVEL-CHAVE (pedido + parcela): 1
      *    titulo por parcela do pedido faturado, com o valor
      *    original, o pago ate agora, o saldo devedor e o
      *    vencimento da parcela. E contra estes titulos que a carga
      *    de pagamentos aplica valores parciais - o flag Pago do
      *    pedido so vira quando todas as parcelas zeram. Leitura
      *    das parcelas de 1 pedido: START pela chave com a parcela
      *    zerada e READ NEXT enquanto RECEBIVEL-PEDIDO nao mudar.
           SELECT OPTIONAL ARQUIVO-RECEBIVEL
           ASSIGN TO "recebiveis.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECEBIVEL-CHAVE
           FILE STATUS IS RECEBIVEL-FILE-STATUS.

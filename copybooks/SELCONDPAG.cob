      *    SELCONDPAG.cob - SELECT do Arquivo de Condicoes de
      *    Pagamento
      *    Indexado por CONDPAG-CODIGO: o faturamento le a condicao
      *    do pedido direto pela chave pra abrir as parcelas do
      *    titulo a receber.
           SELECT OPTIONAL ARQUIVO-CONDICAO-PAGAMENTO
           ASSIGN TO "condicoes_pagamento.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONDPAG-CODIGO
           FILE STATUS IS CONDPAG-FILE-STATUS.

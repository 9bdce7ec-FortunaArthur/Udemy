      *    SELFRETE.cob - SELECT da Tabela de Frete
      *    Indexada por transportadora + UF de destino + limite de
      *    peso da faixa: a consulta do PROG184 posiciona na chave
      *    com o peso do pedido e a primeira faixa da mesma
      *    transportadora e UF que aparece e a que cobre o peso.
           SELECT OPTIONAL ARQUIVO-FRETE
           ASSIGN TO "tabela_frete.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRETE-CHAVE
           FILE STATUS IS FRETE-FILE-STATUS.

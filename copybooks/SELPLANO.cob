      *    SELPLANO.cob - SELECT do Arquivo do Plano de Contas
      *    Indexado por PLANO-CONTA, o mesmo codigo de 6 posicoes que
      *    vai em LANC-CONTA: a contabilizacao diaria confere cada
      *    conta pela chave antes de lancar.
           SELECT OPTIONAL ARQUIVO-PLANO
           ASSIGN TO "plano_contas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLANO-CONTA
           FILE STATUS IS PLANO-FILE-STATUS.

      *    SELORCCUSTO.cob - SELECT do Arquivo de Orcamento por
      *    Centro de Custo
      *    Indexado por centro de custo + conta + mes (AAAAMM): a
      *    carga e a manutencao do PROG204 gravam ou regravam a linha
      *    pela chave, e o relatorio do PROG205 le o ano inteiro em
      *    sequencia.
           SELECT OPTIONAL ARQUIVO-ORCAMENTO-CUSTO
           ASSIGN TO "orcamento_custos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORCCUS-CHAVE
           FILE STATUS IS ORCCUS-FILE-STATUS.

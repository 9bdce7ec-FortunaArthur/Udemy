      *    SELHISTFOLHA.cob - SELECT do Historico Permanente da Folha
      *    Indexado por funcionario + mes + tipo de folha: a
      *    folha_liquida.dat e regravada a cada fechamento, e e aqui
      *    que fica o que cada um ganhou e teve retido mes a mes -
      *    a base do informe de rendimentos do PROG212.
           SELECT OPTIONAL ARQUIVO-HISTORICO-FOLHA
           ASSIGN TO "historico_folha.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTFOL-CHAVE
           FILE STATUS IS HISTFOL-FILE-STATUS.

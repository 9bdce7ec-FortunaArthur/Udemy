      *    SELLANMAN.cob - SELECT do Arquivo de Lancamentos Manuais
      *    Indexado por numero do lancamento + linha da partida:
      *    a listagem por numero e o estorno leem o lancamento
      *    inteiro pela chave.
           SELECT OPTIONAL ARQUIVO-LANCAMENTO-MANUAL
           ASSIGN TO "lancamentos_manuais.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LANMAN-CHAVE
           FILE STATUS IS LANMAN-FILE-STATUS.

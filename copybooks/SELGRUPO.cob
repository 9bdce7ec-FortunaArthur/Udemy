      *    SELGRUPO.cob - SELECT do Arquivo de Grupos Economicos
      *    Indexado por GRUPO-CODIGO, no mesmo padrao do cadastro de
      *    transportadoras: a entrada de pedidos e a rodada noturna
      *    de credito leem o limite do grupo direto pela chave.
           SELECT OPTIONAL ARQUIVO-GRUPO
           ASSIGN TO "grupos_economicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRUPO-CODIGO
           FILE STATUS IS GRUPO-FILE-STATUS.

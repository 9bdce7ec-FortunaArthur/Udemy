      *    SELACORDO.cob - SELECT do Arquivo de Acordos de Preco
      *    Indexado pelo numero do acordo (serie ACORDO do controle
      *    de numeracao), com chave alternativa ACORDO-BUSCA
      *    (abrangencia + cliente ou filial + produto, com
      *    duplicatas): a consulta do PROG180 posiciona direto nos
      *    acordos do cliente ou da filial pro produto e escolhe o
      *    que vale na data e na quantidade.
           SELECT OPTIONAL ARQUIVO-ACORDO
           ASSIGN TO "acordos_preco.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACORDO-NUMERO
           ALTERNATE RECORD KEY IS ACORDO-BUSCA WITH DUPLICATES
           FILE STATUS IS ACORDO-FILE-STATUS.

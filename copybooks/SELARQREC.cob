      *    SELARQREC.cob - SELECT do Registro de Arquivos Recebidos
      *    Indexado por nome do arquivo + data do arquivo: 1 registro
      *    por arquivo de entrada conferido pelo PROG314 antes da
      *    carga, com os totais de controle e a situacao (so
      *    conferido ou ja carregado). E este registro que recusa o
      *    mesmo arquivo carregado 2 vezes.
           SELECT OPTIONAL ARQUIVO-RECEBIMENTO
           ASSIGN TO "arquivos_recebidos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQREC-CHAVE
           FILE STATUS IS ARQREC-FILE-STATUS.

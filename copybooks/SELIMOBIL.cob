      *    SELIMOBIL.cob - SELECT do Arquivo do Imobilizado
      *    Indexado por IMOB-NUMERO, o numero de plaqueta do bem.
           SELECT OPTIONAL ARQUIVO-IMOBILIZADO
           ASSIGN TO "imobilizado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMOB-NUMERO
           FILE STATUS IS IMOBIL-FILE-STATUS.

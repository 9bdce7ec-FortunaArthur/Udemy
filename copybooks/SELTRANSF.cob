      *    SELTRANSF.cob - SELECT do Arquivo de Transferencias entre
      *    Filiais
      *    Indexado por TRANSF-NUMERO, tirado da serie TRANSF do
      *    controle de numeracao. Cada documento leva 1 produto de
      *    uma filial pra outra, com o envio e o recebimento
      *    registrados no PROG196.
           SELECT OPTIONAL ARQUIVO-TRANSFERENCIA
           ASSIGN TO "transferencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUMERO
           FILE STATUS IS TRANSF-FILE-STATUS.

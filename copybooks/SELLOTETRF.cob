      *    SELLOTETRF.cob - SELECT do Arquivo de Lotes das
      *    Transferencias entre Filiais
      *    Indexado por transferencia + produto + validade + lote: de
      *    que lote da filial de origem saiu cada transferencia do
      *    PROG196, pra entrar no mesmo lote e validade na filial de
      *    destino quando ela confirma a chegada. A leitura dos lotes
      *    de 1 transferencia e o START com a validade e o lote
      *    zerados e READ NEXT enquanto transferencia e produto nao
      *    mudarem. Mantido pela sub-rotina PROG325.
           SELECT OPTIONAL ARQUIVO-LOTE-TRANSF
           ASSIGN TO "transferencia_lotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRFLOTE-CHAVE
           FILE STATUS IS TRFLOTE-FILE-STATUS.

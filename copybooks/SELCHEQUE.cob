      *    SELCHEQUE.cob - SELECT do Arquivo de Cheques em Custodia
      *    Indexado pelo numero de custodia (serie CHEQUE do controle
      *    de numeracao): cada cheque pre-datado recebido de cliente
      *    fica aqui ate o dia do deposito, com os titulos que ele
      *    paga, em vez de ser aplicado no dia em que chega ou de
      *    ficar numa gaveta. A lista de deposito do PROG322, a
      *    devolucao do PROG323, o relatorio de custodia do PROG324
      *    e a rodada de credito do PROG138 leem daqui.
           SELECT OPTIONAL ARQUIVO-CHEQUE
           ASSIGN TO "cheques_custodia.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHEQUE-CUSTODIA
           FILE STATUS IS CHEQUE-FILE-STATUS.

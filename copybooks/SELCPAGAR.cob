      *    SELCPAGAR.cob - SELECT do Arquivo de Contas a Pagar
      *    Indexado por CPAGAR-NUMERO (serie CPAGAR do controle de
      *    numeracao): 1 titulo por nota recebida no PROG116, o
      *    espelho de recebiveis.dat do lado do fornecedor.
           SELECT OPTIONAL ARQUIVO-CONTAS-PAGAR
           ASSIGN TO "contas_pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPAGAR-NUMERO
           FILE STATUS IS CPAGAR-FILE-STATUS.

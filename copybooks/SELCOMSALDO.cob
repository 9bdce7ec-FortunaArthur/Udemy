      *    SELCOMSALDO.cob - SELECT do Arquivo de Saldo Negativo de
      *    Comissao
      *    Indexado por vendedor + mes (AAAAMM) em que o saldo deve ser
      *    compensado: quando os estornos do mes passam das vendas, o
      *    fechamento do PROG71 paga comissao zero e grava aqui o
      *    que sobrou negativo, pro mes seguinte abater. Rerodar o
      *    fechamento regrava o mesmo registro em vez de duplicar.
           SELECT OPTIONAL ARQUIVO-SALDO-COMISSAO
           ASSIGN TO "comissao_saldo_negativo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMSALDO-CHAVE
           FILE STATUS IS COMSALDO-FILE-STATUS.

      *    SELSALDOMES.cob - SELECT do Arquivo de Saldos Mensais
      *    Indexado por SALMES-CHAVE (mes AAAAMM + conta): a apuracao
      *    do PROG209 grava aqui o saldo de fim de mes de cada conta,
      *    e e daqui que o PROG210 imprime DRE e balanco - mes ja
      *    fechado e reimpresso sem reler lancamentos.dat.
           SELECT OPTIONAL ARQUIVO-SALDO-MENSAL
           ASSIGN TO "saldos_mensais.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALMES-CHAVE
           FILE STATUS IS SALMES-FILE-STATUS.

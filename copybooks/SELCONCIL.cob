      *    SELCONCIL.cob - SELECT do Arquivo de Conciliacao Bancaria
      *    Indexado por lado (Banco ou Sistema) + data + sequencia
      *    do dia: o PROG200 grava aqui as linhas do extrato do
      *    banco e a conciliacao do PROG201 grava os movimentos de
      *    caixa do sistema. O que nao casa fica Pendente e volta
      *    pra conciliacao dos dias seguintes ate casar.
           SELECT OPTIONAL ARQUIVO-CONCILIACAO
           ASSIGN TO "conciliacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONC-CHAVE
           FILE STATUS IS CONCIL-FILE-STATUS.

      *    SELEMPREST.cob - SELECT do Arquivo de Emprestimos
      *    Consignados
      *    Indexado por funcionario + sequencia do emprestimo: cada
      *    emprestimo descontado em folha e um registro, da
      *    concessao (PROG217) a quitacao pelo desconto das parcelas
      *    no fechamento do PROG74.
           SELECT OPTIONAL ARQUIVO-EMPRESTIMO
           ASSIGN TO "emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPREST-CHAVE
           FILE STATUS IS EMPRESTIMO-FILE-STATUS.

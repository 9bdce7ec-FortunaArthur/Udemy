      *    SELTRANSP.cob - SELECT do Arquivo de Transportadoras
      *    Indexado por TRANSP-CODIGO, no mesmo padrao do cadastro de
      *    fornecedores: a entrada de pedidos le a transportadora
      *    direto pela chave e a lista de separacao do PROG123
      *    imprime o nome dela.
           SELECT OPTIONAL ARQUIVO-TRANSPORTADORA
           ASSIGN TO "transportadoras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSP-CODIGO
           FILE STATUS IS TRANSP-FILE-STATUS.

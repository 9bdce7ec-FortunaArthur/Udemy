      *    SELENCARGO.cob - SELECT do Arquivo de Encargos da Folha
      *    Arquivo sequencial regravado pelo fechamento da folha
      *    (PROG74), 1 linha por funcionario pago, com o FGTS e a
      *    previdencia patronal do mes. Lido pelo recolhimento dos
      *    encargos (PROG213) e pelo demonstrativo por filial
      *    (PROG148).
           SELECT OPTIONAL ARQUIVO-ENCARGO
           ASSIGN TO "encargos_folha.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    SELANONIM.cob - SELECT da Trilha de Anonimizacao de Dados
      *    Pessoais
      *    Arquivo sequencial no molde de hist_clientes.dat: as
      *    rodadas de anonimizacao (PROG312 clientes, PROG313
      *    funcionarios) anexam 1 linha por registro alterado, em
      *    qualquer arquivo, com quem rodou e quando - e a prova de
      *    que o dado pessoal saiu e de onde saiu.
           SELECT OPTIONAL ARQUIVO-ANONIMIZACAO
           ASSIGN TO "anonimizacoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    SELHISTLIM.cob - SELECT da Trilha de Alteracoes de Limite
      *    de Credito
      *    Arquivo sequencial onde a aprovacao da revisao de limites
      *    (PROG318) anexa 1 linha por limite aplicado, com o valor
      *    anterior e o novo; a linha R de hist_clientes.dat diz so
      *    quem mexeu e quando.
           SELECT OPTIONAL ARQUIVO-HIST-LIMITE
           ASSIGN TO "hist_limites.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

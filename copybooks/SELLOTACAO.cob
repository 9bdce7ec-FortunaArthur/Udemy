      *    SELLOTACAO.cob - SELECT do Historico de Lotacoes
      *    Sequencial, 1 linha por transferencia aplicada (PROG112 na
      *    hora, PROG113 na rodada de ativacao); era declarado dentro
      *    de cada um deles e virou copybook quando o relatorio de
      *    movimentacao do quadro (PROG222) passou a ler o mesmo
      *    arquivo.
           SELECT OPTIONAL ARQUIVO-LOTACOES
           ASSIGN TO "historico_lotacoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    SELDESLIG.cob - SELECT do Arquivo de Desligamentos
      *    Sequencial, 1 linha por desligamento, anexada pelo PROG78;
      *    era declarado dentro do PROG78 e virou copybook quando o
      *    relatorio de movimentacao do quadro (PROG222) passou a ler
      *    o mesmo arquivo.
           SELECT OPTIONAL ARQUIVO-DESLIGAMENTOS
           ASSIGN TO "desligamentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

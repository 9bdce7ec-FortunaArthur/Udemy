      *    SELDISTREL.cob - SELECT do Arquivo de Distribuicao
      *    Copia linha a linha, com a filial de cada item, do que os
      *    relatorios gerais (PROG65, PROG68, PROG119, PROG139 e
      *    PROG160) imprimem pra empresa toda. Cada relatorio grava o
      *    seu (distribuir_progNN.dat, refeito a cada execucao) e o
      *    PROG315 le esses arquivos pra separar 1 relatorio por
      *    filial. O nome fica em NOME-ARQUIVO-DISTRIBUICAO.
           SELECT OPTIONAL ARQUIVO-DISTRIBUICAO
           ASSIGN TO DYNAMIC NOME-ARQUIVO-DISTRIBUICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTR-FILE-STATUS.

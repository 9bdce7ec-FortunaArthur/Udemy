      *    SELSUGCOMPRA.cob - SELECT do Arquivo de Sugestoes de
      *    Compra
      *    Regravado do zero a cada rodada do relatorio de ponto de
      *    reposicao (PROG119), com 1 linha por produto listado; e
      *    de onde o PROG169 monta o pedido de compra sem ninguem
      *    redigitar a sugestao.
           SELECT OPTIONAL ARQUIVO-SUGESTAO-COMPRA
           ASSIGN TO "sugestoes_compra.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

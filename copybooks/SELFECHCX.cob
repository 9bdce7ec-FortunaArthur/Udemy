      *    SELFECHCX.cob - SELECT do Arquivo de Fechamentos de Caixa
      *    Arquivo sequencial onde o fechamento de caixa do balcao
      *    (PROG320) anexa 1 linha por operador, filial e dia
      *    fechado, com o que as vendas diziam, o que foi contado e
      *    a diferenca.
           SELECT OPTIONAL ARQUIVO-FECHAMENTO-CAIXA
           ASSIGN TO "fechamentos_caixa.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

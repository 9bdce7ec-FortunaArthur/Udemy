      *    SELPROPREPOS.cob - SELECT do Arquivo de Propostas de
      *    Reposicao
      *    Regravado do zero a cada rodada do recalculo mensal de
      *    estoque minimo (PROG192), com 1 linha por produto cujo
      *    minimo ou reposicao proposto difere do cadastro; e daqui
      *    que o comprador aprova, no PROG193, as propostas que vao
      *    pro cadastro de produtos.
           SELECT OPTIONAL ARQUIVO-PROPOSTA-REPOSICAO
           ASSIGN TO "propostas_reposicao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

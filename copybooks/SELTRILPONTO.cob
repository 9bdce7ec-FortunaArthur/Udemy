      *    SELTRILPONTO.cob - SELECT da Trilha de Cartao de Ponto
      *    Arquivo sequencial no molde de hist_pedidos.dat: a entrada
      *    manual do PROG72 anexa 1 linha por cartao lancado e a
      *    revisao do PROG159 anexa 1 linha por cartao aprovado ou
      *    corrigido, sempre com o operador do sign-on - e daqui que
      *    o PROG316 confere se quem aprovou nao foi quem lancou.
           SELECT OPTIONAL ARQUIVO-TRILHA-PONTO
           ASSIGN TO "trilha_ponto.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

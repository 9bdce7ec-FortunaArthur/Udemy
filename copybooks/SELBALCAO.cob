      *    SELBALCAO.cob - SELECT do Arquivo de Vendas de Balcao
      *    Arquivo sequencial onde a venda de balcao (PROG319) anexa
      *    1 linha por venda paga na hora, com a forma de pagamento
      *    e o valor recebido. E daqui que o fechamento de caixa por
      *    operador e filial (PROG320) tira o que cada caixa devia
      *    ter e a contabilizacao diaria (PROG145) lanca as vendas do
      *    dia.
           SELECT OPTIONAL ARQUIVO-VENDA-BALCAO
           ASSIGN TO "vendas_balcao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

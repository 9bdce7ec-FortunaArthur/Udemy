      *    SELLOTE.cob - SELECT do Arquivo de Estoque por Lote
      *    Indexado por produto + filial + validade + lote: o saldo de
      *    cada lote dos produtos com controle de lote e validade
      *    (PRODUTO-COM-LOTE), em cada filial. Com a validade antes do
      *    numero do lote na chave, o START pelo produto e filial com
      *    a data de hoje ja cai no lote valido que vence primeiro, e
      *    o READ NEXT segue na ordem de vencimento. Quem mexe aqui e
      *    a sub-rotina PROG325, chamada pelos programas que
      *    movimentam o estoque; o relatorio de validade do PROG326
      *    le daqui.
           SELECT OPTIONAL ARQUIVO-LOTE
           ASSIGN TO "estoque_lotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTE-CHAVE
           FILE STATUS IS LOTE-FILE-STATUS.

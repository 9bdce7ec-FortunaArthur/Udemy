      *    FDLOTEPED.cob - Layout do Lote da Linha de Pedido
      *    LOTPED-PEDIDO e LOTPED-LINHA sao a chave da linha em
      *    pedido_itens.dat; LOTPED-PRODUTO, LOTPED-VALIDADE e
      *    LOTPED-LOTE apontam o lote de estoque_lotes.dat na filial
      *    de expedicao (LOTPED-FILIAL). A reserva do PROG63 nasce
      *    aqui no lote que vence primeiro; o embarque do PROG124
      *    passa a quantidade pra embarcada e a devolucao do PROG125
      *    soma na devolvida - a mercadoria volta pro lote de onde
      *    saiu.
       FD ARQUIVO-LOTE-PEDIDO.

       01  LOTPED-REGISTRO.
           05 LOTPED-CHAVE.
               10 LOTPED-PEDIDO PIC 9(6).
               10 LOTPED-LINHA PIC 9(3).
               10 LOTPED-PRODUTO PIC 9(4).
               10 LOTPED-VALIDADE PIC 9(8).
               10 LOTPED-LOTE PIC X(10).
           05 LOTPED-FILIAL PIC X(4).
           05 LOTPED-QTDE-RESERVADA PIC 9(6).
           05 LOTPED-QTDE-EMBARCADA PIC 9(6).
           05 LOTPED-QTDE-DEVOLVIDA PIC 9(6).

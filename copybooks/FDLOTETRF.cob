      *    FDLOTETRF.cob - Layout do Lote da Transferencia entre
      *    Filiais
      *    TRFLOTE-TRANSF e o numero do documento em
      *    transferencias.dat; TRFLOTE-PRODUTO, TRFLOTE-VALIDADE e
      *    TRFLOTE-LOTE apontam o lote de estoque_lotes.dat de onde a
      *    mercadoria saiu na filial de origem (TRFLOTE-FILIAL-ORIGEM).
      *    O envio soma na enviada e o recebimento no destino soma na
      *    recebida - a mercadoria entra no destino com o lote e a
      *    validade com que saiu.
       FD ARQUIVO-LOTE-TRANSF.

       01  TRFLOTE-REGISTRO.
           05 TRFLOTE-CHAVE.
               10 TRFLOTE-TRANSF PIC 9(6).
               10 TRFLOTE-PRODUTO PIC 9(4).
               10 TRFLOTE-VALIDADE PIC 9(8).
               10 TRFLOTE-LOTE PIC X(10).
           05 TRFLOTE-FILIAL-ORIGEM PIC X(4).
           05 TRFLOTE-QTDE-ENVIADA PIC 9(6).
           05 TRFLOTE-QTDE-RECEBIDA PIC 9(6).

      *    FDLOTE.cob - Layout do Registro de Estoque por Lote
      *    LOTE-PRODUTO e a chave PRODUTO-CODIGO de produtos.dat,
      *    LOTE-FILIAL a chave FILIAL-CODIGO de filiais.dat e
      *    LOTE-NUMERO o lote impresso pelo fabricante, informado no
      *    recebimento do PROG116 junto com a data de validade
      *    (AAAAMMDD). O disponivel do lote e o saldo menos a reserva;
      *    lote com validade anterior a hoje esta vencido e nao entra
      *    em reserva nem em embarque. Lote zerado fica no arquivo:
      *    e pra ele que volta a mercadoria devolvida (PROG125).
       FD ARQUIVO-LOTE.

       01  LOTE-REGISTRO.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO PIC 9(4).
               10 LOTE-FILIAL PIC X(4).
               10 LOTE-VALIDADE PIC 9(8).
               10 LOTE-NUMERO PIC X(10).
           05 LOTE-SALDO PIC 9(6).
           05 LOTE-QTDE-RESERVADA PIC 9(6).
           05 LOTE-DATA-ENTRADA PIC 9(8).

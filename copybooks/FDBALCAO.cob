      *    FDBALCAO.cob - Layout da Linha de Venda de Balcao
      *    BALC-NUMERO vem da serie BALCAO do controle de numeracao
      *    e e o documento dos movimentos de Saida (BAL + numero) em
      *    estoque_movimentos.dat, onde ficam os itens da venda.
      *    BALC-CLIENTE zero e o consumidor sem cadastro; o CPF ou
      *    CNPJ vai em BALC-CPF-CNPJ quando houver (do cadastro, ou o
      *    CPF informado pelo consumidor). No dinheiro, o recebido
      *    menos o troco e o total da venda; no cartao o recebido e
      *    o proprio total. Datas com ano de 4 digitos (AAAAMMDD).
       FD ARQUIVO-VENDA-BALCAO.

       01  LINHA-VENDA-BALCAO.
           05 BALC-NUMERO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-FILIAL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-CPF-CNPJ PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-QTDE-ITENS PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-VALOR-TOTAL PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-FORMA-PAGAMENTO PIC X.
               88 BALC-DINHEIRO VALUE "D".
               88 BALC-CARTAO VALUE "C".
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-VALOR-RECEBIDO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BALC-TROCO PIC 9(8)V99.

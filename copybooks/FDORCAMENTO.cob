      *    FDORCAMENTO.cob - Layout do Registro de Orcamento de Venda
      *    O orcamento e gravado pelo PROG174 com o cliente, o
      *    vendedor (chave FUNCIONARIO-CODIGO, como PEDIDO-VENDEDOR)
      *    e os itens com o preco vigente na data do orcamento
      *    (PROG121) congelado na linha. A situacao acompanha o
      *    ciclo: Aberto ate a validade, Convertido em pedido pelo
      *    PROG63 (com o numero do pedido gerado), Expirado quando a
      *    validade passa sem conversao, e Perdido com o motivo
      *    informado pelo vendedor. ORCAMENTO-DATA-SITUACAO guarda
      *    quando a situacao mudou pela ultima vez.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG270.
       FD ARQUIVO-ORCAMENTO.

       01  ORCAMENTO-REGISTRO.
           05 ORCAMENTO-NUMERO PIC 9(6).
           05 ORCAMENTO-CLIENTE PIC 9(6).
           05 ORCAMENTO-VENDEDOR PIC 9(4).
           05 ORCAMENTO-DATA PIC 9(8).
           05 ORCAMENTO-VALIDADE PIC 9(8).
           05 ORCAMENTO-VALOR PIC 9(8)V99.
           05 ORCAMENTO-SITUACAO PIC X.
               88 ORCAMENTO-ABERTO VALUE "A".
               88 ORCAMENTO-CONVERTIDO VALUE "C".
               88 ORCAMENTO-EXPIRADO VALUE "E".
               88 ORCAMENTO-PERDIDO VALUE "P".
           05 ORCAMENTO-MOTIVO-PERDA PIC X.
               88 PERDIDO-POR-PRECO VALUE "P".
               88 PERDIDO-POR-PRAZO VALUE "Z".
               88 PERDIDO-PARA-CONCORRENTE VALUE "C".
               88 PERDIDO-POR-DESISTENCIA VALUE "D".
           05 ORCAMENTO-PEDIDO PIC 9(6).
           05 ORCAMENTO-DATA-SITUACAO PIC 9(8).
           05 ORCAMENTO-OPERADOR PIC X(10).
           05 ORCAMENTO-QTDE-ITENS PIC 9(2).
           05 ORCAMENTO-ITEM OCCURS 10 TIMES.
               10 ORCAMENTO-ITEM-CODIGO PIC 9(4).
               10 ORCAMENTO-ITEM-DESCRICAO PIC X(20).
               10 ORCAMENTO-ITEM-QTDE PIC 9(3).
               10 ORCAMENTO-ITEM-PRECO PIC 9(5)V99.
               10 ORCAMENTO-ITEM-VALOR PIC 9(7)V99.

      *    de venda da comissao sozinho a partir do pedido, e o
      *    back-office para de redigitar em vendas.dat o que ja
      *    estava aqui. Vendedor zero e venda da casa, sem comissao.
      *    Incluido PEDIDO-CONDICAO-PAGAMENTO (chave CONDPAG-CODIGO
      *    de condicoes_pagamento.dat), sugerido pela condicao do
      *    cliente e confirmado na digitacao: e por ela que o
      *    faturamento abre 1 titulo por parcela, cada um com o seu
      *    vencimento. Zero e 1 parcela a 30 dias.
      *    Os itens sairam do registro: PEDIDO-ITEM OCCURS 10
      *    limitava o pedido a 10 linhas, e cliente de contrato com
      *    mais itens virava 2 pedidos. As linhas agora ficam em
      *    pedido_itens.dat (FDPEDITEM), 1 registro por linha, e
      *    PEDIDO-QTDE-ITENS passou a 3 digitos com a quantidade de
      *    linhas gravadas la. A conversao unica do PROG177 tira os
      *    itens do layout antigo e regrava pedidos.dat.
      *    Incluidos PEDIDO-TRANSPORTADORA (chave TRANSP-CODIGO de
      *    transportadoras.dat; zero e retirada pelo cliente),
      *    PEDIDO-PESO-BRUTO (soma do peso bruto dos itens),
      *    PEDIDO-FRETE-TABELA (o frete proposto pela tabela do
      *    PROG183 pra UF de entrega e o peso) e
      *    PEDIDO-FRETE-SUPERVISOR: frete gravado diferente do
      *    proposto so entra com liberacao de supervisor, que fica
      *    carimbado aqui (em branco quando valeu o proposto).
      *    Incluidos os dados da NF-e do pedido: serie e numero
      *    tirados no faturamento (PROG66) do controle de numeracao,
      *    e a chave de acesso, o protocolo, a data e o motivo
      *    devolvidos pela autorizacao (carga do PROG185). A
      *    situacao da nota fica em branco enquanto o pedido nao e
      *    faturado, vai a Emitida no faturamento e o retorno marca
      *    Autorizada, Rejeitada ou Cancelada.
      *    Incluido PEDIDO-FILIAL-EXPEDICAO (chave FILIAL-CODIGO de
      *    filiais.dat): a filial de onde a mercadoria sai. A
      *    reserva do pedido e feita no estoque dessa filial
      *    (estoque_filial.dat), o embarque baixa dela e a
      *    devolucao volta pra ela. Nasce com a filial do cliente.
      *    Arquivo pedidos.dat gravado no layout antigo
      *    precisa ser regravado 1 vez (descarga e recarga) antes de
      *    qualquer programa abrir o arquivo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG275.
       FD ARQUIVO-PEDIDO.

       01  PEDIDO-REGISTRO.
           05 PEDIDO-NUMERO PIC 9(6).
           05 PEDIDO-CLIENTE-CODIGO PIC 9(6).
           05 PEDIDO-DATA PIC 9(8).
           05 PEDIDO-VALOR PIC 9(8)V99.
           05 PEDIDO-SITUACAO PIC X.
               88 PEDIDO-ABERTO VALUE "A".
               88 PEDIDO-FATURADO VALUE "F".
               88 PEDIDO-PAGO VALUE "P".
               88 PEDIDO-CANCELADO VALUE "C".
           05 PEDIDO-DATA-PAGAMENTO PIC 9(8).
           05 PEDIDO-DATA-EMBARQUE PIC 9(8).
           05 PEDIDO-DATA-CANCELAMENTO PIC 9(8).
           05 PEDIDO-MOTIVO-CANCELAMENTO PIC X.
               88 CANCELADO-CLIENTE-DESISTIU VALUE "D".
               88 CANCELADO-CREDITO-RECUSADO VALUE "R".
           05 PEDIDO-VALOR-MERCADORIA PIC 9(8)V99.
           05 PEDIDO-VALOR-ICMS PIC 9(8)V99.
           05 PEDIDO-VENDEDOR PIC 9(4).
           05 PEDIDO-CONDICAO-PAGAMENTO PIC 9(3).
           05 PEDIDO-QTDE-ITENS PIC 9(3).
           05 PEDIDO-TRANSPORTADORA PIC 9(4).
           05 PEDIDO-PESO-BRUTO PIC 9(6)V999.
           05 PEDIDO-FRETE-TABELA PIC 9(6)V99.
           05 PEDIDO-FRETE-SUPERVISOR PIC X(10).
           05 PEDIDO-NFE-SERIE PIC 9(3).
           05 PEDIDO-NFE-NUMERO PIC 9(6).
           05 PEDIDO-NFE-SITUACAO PIC X.
               88 PEDIDO-NFE-NAO-EMITIDA VALUE SPACE.
               88 PEDIDO-NFE-EMITIDA VALUE "E".
               88 PEDIDO-NFE-AUTORIZADA VALUE "A".
               88 PEDIDO-NFE-REJEITADA VALUE "R".
               88 PEDIDO-NFE-CANCELADA VALUE "C".
           05 PEDIDO-NFE-CHAVE-ACESSO PIC X(44).
           05 PEDIDO-NFE-PROTOCOLO PIC X(15).
           05 PEDIDO-NFE-DATA-RETORNO PIC 9(8).
           05 PEDIDO-NFE-MOTIVO PIC X(30).
           05 PEDIDO-FILIAL-EXPEDICAO PIC X(4).

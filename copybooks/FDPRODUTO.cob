      *    Incluido PRODUTO-CUSTO-UNITARIO (ultimo custo de compra),
      *    atualizado pela entrada de mercadorias do PROG116 a cada
      *    recebimento - e o custo que os relatorios de margem usam.
      *    PRODUTO-CUSTO-UNITARIO passou a ser o custo medio
      *    ponderado: o PROG116 refaz a media sobre o saldo em
      *    estoque mais a quantidade recebida, em vez de gravar o
      *    custo da ultima nota.
      *    Incluido PRODUTO-QTDE-RESERVADA: quantidade ja prometida
      *    aos pedidos em aberto. O disponivel pra venda e o saldo
      *    menos a reserva - e essa conta que a entrada de pedidos
      *    semanal de ponto de reposicao (PROG119) compara com o
      *    disponivel pra sugerir compra antes da reclamacao de
      *    backorder chegar no escritorio.
      *    Incluido PRODUTO-PESO-BRUTO (kg por unidade), mantido no
      *    PROG64: a entrada de pedidos soma o peso dos itens e tira
      *    da tabela de frete do PROG183 o frete proposto.
      *    Incluido PRODUTO-PRAZO-REPOSICAO (dias corridos do pedido
      *    de compra ao recebimento), mantido no PROG64: e com ele e
      *    com o consumo do razao que o recalculo mensal do PROG192
      *    propoe o estoque minimo e a quantidade de reposicao. Zero
      *    vale o prazo padrao informado na rodada.
      *    Incluido PRODUTO-CONTROLE-LOTE, mantido no PROG64: produto
      *    perecivel com controle de lote e validade tem o estoque
      *    guardado tambem por lote em estoque_lotes.dat (sub-rotina
      *    PROG325) - o recebimento do PROG116 exige lote e validade,
      *    e a reserva e o embarque saem do lote que vence primeiro.
      *    Arquivo produtos.dat gravado no layout antigo precisa ser
      *    regravado 1 vez (descarga e recarga) antes de qualquer
      *    programa abrir o arquivo.
           05 PRODUTO-QTDE-RESERVADA PIC 9(6).
           05 PRODUTO-ESTOQUE-MINIMO PIC 9(6).
           05 PRODUTO-QTDE-REPOSICAO PIC 9(6).
           05 PRODUTO-PESO-BRUTO PIC 9(4)V999.
           05 PRODUTO-PRAZO-REPOSICAO PIC 9(3).
           05 PRODUTO-CONTROLE-LOTE PIC X.
               88 PRODUTO-COM-LOTE VALUE "S".
               88 PRODUTO-SEM-LOTE VALUE "N".

      *    FDACORDO.cob - Layout do Registro de Acordo de Preco
      *    Preco negociado de 1 produto pra 1 cliente (abrangencia
      *    C, ACORDO-ALVO = CLIENTE-CODIGO) ou pra todos os clientes
      *    de 1 filial (abrangencia F, ACORDO-ALVO = CLIENTE-FILIAL
      *    alinhada a esquerda). O acordo vale de ACORDO-DATA-INICIO
      *    a ACORDO-DATA-FIM (AAAAMMDD) a partir da quantidade minima
      *    da linha (faixa de quantidade; 0 ou 1 vale pra qualquer
      *    quantidade), e da o preco por percentual de desconto
      *    sobre o preco vigente na data (PROG121) ou por preco fixo.
      *    Acordo encerrado fica no arquivo pra consulta das linhas
      *    de pedido que o usaram (PEDIDO-ITEM-ACORDO). Mantido pelo
      *    PROG179.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG228.
       FD ARQUIVO-ACORDO.

       01  ACORDO-REGISTRO.
           05 ACORDO-NUMERO PIC 9(6).
           05 ACORDO-BUSCA.
               10 ACORDO-ABRANGENCIA PIC X.
                   88 ACORDO-DO-CLIENTE VALUE "C".
                   88 ACORDO-DA-FILIAL VALUE "F".
               10 ACORDO-ALVO PIC X(6).
               10 ACORDO-PRODUTO PIC 9(4).
           05 ACORDO-QTDE-MINIMA PIC 9(3).
           05 ACORDO-DATA-INICIO PIC 9(8).
           05 ACORDO-DATA-FIM PIC 9(8).
           05 ACORDO-TIPO PIC X.
               88 ACORDO-POR-DESCONTO VALUE "D".
               88 ACORDO-POR-PRECO-FIXO VALUE "F".
           05 ACORDO-PERCENTUAL-DESCONTO PIC 9(2)V99.
           05 ACORDO-PRECO-FIXO PIC 9(5)V99.
           05 ACORDO-SITUACAO PIC X.
               88 ACORDO-ATIVO VALUE "A".
               88 ACORDO-ENCERRADO VALUE "E".
           05 ACORDO-DATA-CADASTRO PIC 9(8).
           05 ACORDO-OPERADOR PIC X(10).

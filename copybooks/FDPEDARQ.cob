      *    FDPEDARQ.cob - Layout do Registro do Arquivo Historico de
      *    Pedidos
      *    O registro e a imagem de PEDIDO-REGISTRO (FDPEDIDO.cob),
      *    no mesmo desenho e do mesmo tamanho: so o numero e o
      *    cliente ficam nomeados, pras chaves; quem le move o
      *    registro inteiro pra PEDIDO-REGISTRO e usa os nomes de
      *    sempre. PEDARQ-RESTO-DO-PEDIDO acompanha o tamanho de
      *    PEDIDO-REGISTRO (296 posicoes no total).
       FD ARQUIVO-PEDIDO-ARQUIVADO.

       01  PEDARQ-REGISTRO.
           05 PEDARQ-NUMERO PIC 9(6).
           05 PEDARQ-CLIENTE-CODIGO PIC 9(6).
           05 PEDARQ-RESTO-DO-PEDIDO PIC X(284).

      *    estorno de baixa. Na alteracao os 2 valores vao juntos,
      *    pra resposta de "quem mudou o valor deste pedido" sair da
      *    propria linha.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG260.
       FD ARQUIVO-HISTORICO-PEDIDO.

       01  LINHA-HISTORICO-PEDIDO.
           05 HISTP-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTP-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

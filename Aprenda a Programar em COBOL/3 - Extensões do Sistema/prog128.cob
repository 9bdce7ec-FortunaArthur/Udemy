      *    10 itens (produto validado em produtos.dat, ativo) e o
      *    flag de ativo/inativo do contrato. Quem cria o pedido real
      *    todo mes e a geracao do PROG129.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  INDICE-ITEM PIC 9(2).
       01  CODIGO-PRODUTO-ITEM PIC 9(4).
           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-PEDIDOS-FIXOS UNTIL RESPOSTA = "N".

      *    FDSUGCOMPRA.cob - Layout da Linha de Sugestao de Compra
      *    O custo e o PRODUTO-CUSTO-UNITARIO do momento do
      *    relatorio, proposto como custo do pedido.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG290.
       FD ARQUIVO-SUGESTAO-COMPRA.

       01  LINHA-SUGESTAO-COMPRA.
           05 SUGCOMPRA-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUGCOMPRA-PRODUTO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUGCOMPRA-QTDE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUGCOMPRA-CUSTO PIC 9(5)V99.

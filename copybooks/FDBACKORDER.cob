      *    produtos.dat. A ordem das linhas no arquivo e a ordem de
      *    chegada - e nessa ordem que o atendimento em lote
      *    distribui a mercadoria recebida.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG235.
       FD ARQUIVO-BACKORDER.

       01  LINHA-BACKORDER.
           05 BACKORDER-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BACKORDER-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

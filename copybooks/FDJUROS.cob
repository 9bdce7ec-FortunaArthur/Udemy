      *    FDJUROS.cob - Layout da Linha de Encargos de Atraso
      *    Multa de 2% mais juros de 1% ao mes comercial sobre o
      *    saldo devedor, contados do vencimento da parcela do
      *    titulo (RECEBIVEL-DATA-VENCIMENTO); o abono e o residuo
      *    perdoado dentro da tolerancia. JUROS-PARCELA, no fim da
      *    linha, e a parcela do pedido que pagou o encargo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG263.
       FD ARQUIVO-JUROS.

       01  LINHA-JUROS.
           05 JUROS-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JUROS-PEDIDO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JUROS-VALOR-JUROS PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 JUROS-VALOR-ABONADO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 JUROS-PARCELA PIC 9(2).

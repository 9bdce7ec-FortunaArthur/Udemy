      *    Os totais congelados sao o registro do que foi reportado
      *    no fechamento: pedidos do mes, pagamentos aplicados no
      *    mes e a folha liquida da epoca.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG278.
       FD ARQUIVO-PERIODO-FECHADO.

       01  PERIODO-REGISTRO.
           05 FECHADO-AAMM PIC 9(6).
           05 FECHADO-DATA PIC 9(8).
           05 FECHADO-OPERADOR PIC X(10).
           05 FECHADO-QTDE-PEDIDOS PIC 9(6).
           05 FECHADO-VALOR-PEDIDOS PIC 9(10)V99.

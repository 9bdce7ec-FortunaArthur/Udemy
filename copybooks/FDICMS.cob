      *    A UF vem do endereco estruturado do cliente (ou da entrega
      *    do pedido); a vigencia e o primeiro dia em que a aliquota
      *    vale.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG261.
       FD ARQUIVO-ICMS.

       01  ICMS-REGISTRO.
           05 ICMS-CHAVE.
               10 ICMS-UF PIC X(2).
               10 ICMS-DATA-VIGENCIA PIC 9(8).
           05 ICMS-PERCENTUAL PIC 9V9(4).
           05 ICMS-DATA-CADASTRO PIC 9(8).
           05 ICMS-OPERADOR PIC X(10).

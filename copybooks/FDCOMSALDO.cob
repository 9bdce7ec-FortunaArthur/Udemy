      *    FDCOMSALDO.cob - Layout do Saldo Negativo de Comissao
      *    COMSALDO-MES e o mes que abate o saldo; COMSALDO-MES-ORIGEM
      *    e o fechamento que o gerou. O valor e guardado positivo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG240.
       FD ARQUIVO-SALDO-COMISSAO.

       01  COMSALDO-REGISTRO.
           05 COMSALDO-CHAVE.
               10 COMSALDO-VENDEDOR PIC 9(4).
               10 COMSALDO-MES PIC 9(6).
           05 COMSALDO-VALOR PIC 9(8)V99.
           05 COMSALDO-MES-ORIGEM PIC 9(6).

      *    FDCOBRANCA.cob - Layout do Registro de Nivel de Cobranca
      *    Niveis: 1 lembrete amigavel (30 dias), 2 carta firme (60)
      *    e 3 aviso final (90+).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG239.
       FD ARQUIVO-COBRANCA.

       01  COBRANCA-REGISTRO.
           05 COBRANCA-CLIENTE PIC 9(6).
           05 COBRANCA-ULTIMO-NIVEL PIC 9.
           05 COBRANCA-DATA-ULTIMA PIC 9(8).

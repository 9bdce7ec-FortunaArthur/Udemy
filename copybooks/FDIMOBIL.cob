      *    FDIMOBIL.cob - Layout do Registro de Bem do Imobilizado
      *    Mantido pelo PROG206 (cadastro, venda e baixa) e
      *    depreciado todo mes pelo PROG207, em linha reta pela vida
      *    util em meses, ate a depreciacao acumulada chegar ao
      *    valor de aquisicao. IMOB-ULTIMO-MES-DEPRECIADO (AAAAMM)
      *    e o que impede a mesma rodada de depreciar o bem 2 vezes.
      *    O valor liquido contabil e aquisicao - acumulada.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG262.
       FD ARQUIVO-IMOBILIZADO.

       01  IMOB-REGISTRO.
           05 IMOB-NUMERO PIC 9(6).
           05 IMOB-DESCRICAO PIC X(30).
           05 IMOB-FILIAL PIC X(4).
           05 IMOB-CENTRO-CUSTO PIC X(6).
           05 IMOB-DATA-AQUISICAO PIC 9(8).
           05 IMOB-VALOR-AQUISICAO PIC 9(9)V99.
           05 IMOB-VIDA-UTIL-MESES PIC 9(3).
           05 IMOB-DEPRECIACAO-ACUMULADA PIC 9(9)V99.
           05 IMOB-ULTIMO-MES-DEPRECIADO PIC 9(6).
           05 IMOB-SITUACAO PIC X.
               88 IMOB-ATIVO VALUE "A".
               88 IMOB-VENDIDO VALUE "V".
               88 IMOB-BAIXADO VALUE "B".
           05 IMOB-DATA-BAIXA PIC 9(8).
           05 IMOB-VALOR-VENDA PIC 9(9)V99.
           05 IMOB-OPERADOR PIC X(10).

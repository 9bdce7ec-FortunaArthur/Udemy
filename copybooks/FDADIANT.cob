      *    FDADIANT.cob - Layout do Registro de Adiantamento
      *    Quinzenal
      *    1 registro por funcionario inscrito. ADIANT-ULTIMO-MES-PAGO
      *    e ADIANT-VALOR-PAGO sao gravados pela rodada do PROG218;
      *    o fechamento do mes igual desconta o valor, mesmo que a
      *    inscricao tenha sido cancelada depois do pagamento.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG229.
       FD ARQUIVO-ADIANTAMENTO.

       01  ADIANT-REGISTRO.
           05 ADIANT-FUNCIONARIO PIC 9(4).
           05 ADIANT-DATA-INSCRICAO PIC 9(8).
           05 ADIANT-SITUACAO PIC X.
               88 ADIANTAMENTO-INSCRITO VALUE "I".
               88 ADIANTAMENTO-CANCELADO VALUE "C".
           05 ADIANT-ULTIMO-MES-PAGO PIC 9(6).
           05 ADIANT-VALOR-PAGO PIC 9(6)V99.

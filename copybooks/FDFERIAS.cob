      *    Pago quando a rodada de pagamento antecipa o salario com o
      *    terco constitucional, e Encerrado quando o funcionario
      *    volta.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG252.
       FD ARQUIVO-FERIAS.

       01  FERIAS-REGISTRO.
           05 FERIAS-CHAVE.
               10 FERIAS-FUNCIONARIO PIC 9(4).
               10 FERIAS-DATA-INICIO PIC 9(8).
           05 FERIAS-QTDE-DIAS PIC 9(2).
           05 FERIAS-DATA-RETORNO PIC 9(8).
           05 FERIAS-SITUACAO PIC X.
               88 FERIAS-AGENDADA VALUE "A".
               88 FERIAS-PAGA VALUE "P".

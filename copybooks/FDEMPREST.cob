      *    FDEMPREST.cob - Layout do Registro de Emprestimo
      *    Consignado
      *    EMPREST-FUNCIONARIO e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat. A parcela e o principal dividido pelas
      *    parcelas; a ultima leva o resto do principal. O saldo
      *    devedor e o principal menos o ja descontado.
      *    EMPREST-ULTIMO-MES-DESCONTADO e EMPREST-ULTIMA-PARCELA
      *    deixam o fechamento do mesmo mes ser refeito sem contar a
      *    parcela 2 vezes. O desligamento (PROG78) marca o
      *    emprestimo com saldo como Pendente na rescisao.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG245.
       FD ARQUIVO-EMPRESTIMO.

       01  EMPREST-REGISTRO.
           05 EMPREST-CHAVE.
               10 EMPREST-FUNCIONARIO PIC 9(4).
               10 EMPREST-SEQUENCIA PIC 9(2).
           05 EMPREST-DATA-CONCESSAO PIC 9(8).
           05 EMPREST-VALOR-PRINCIPAL PIC 9(6)V99.
           05 EMPREST-QTDE-PARCELAS PIC 9(3).
           05 EMPREST-PARCELAS-PAGAS PIC 9(3).
           05 EMPREST-VALOR-PARCELA PIC 9(6)V99.
           05 EMPREST-VALOR-DESCONTADO PIC 9(6)V99.
           05 EMPREST-ULTIMO-MES-DESCONTADO PIC 9(6).
           05 EMPREST-ULTIMA-PARCELA PIC 9(6)V99.
           05 EMPREST-SITUACAO PIC X.
               88 EMPRESTIMO-ABERTO VALUE "A".
               88 EMPRESTIMO-QUITADO VALUE "Q".
               88 EMPRESTIMO-PENDENTE-RESCISAO VALUE "R".

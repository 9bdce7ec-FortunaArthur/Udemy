      *    FDRETRO.cob - Layout da Linha de Retroativo da Folha
      *    1 linha por funcionario e reajuste coletivo: o mes da
      *    folha que paga (AAAAMM), o funcionario, o mes da data-base
      *    do reajuste, o percentual, quantos meses fechados entraram
      *    na diferenca e o valor a pagar. A linha sai mesmo com
      *    valor zero (data-base no proprio mes de pagamento): e ela
      *    que impede reajustar 2 vezes o mesmo funcionario pela
      *    mesma data-base.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG285.
       FD ARQUIVO-RETROATIVO.

       01  LINHA-RETROATIVO.
           05 RETRO-AAMM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RETRO-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RETRO-MES-BASE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RETRO-PERCENTUAL PIC 99V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RETRO-QTDE-MESES PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RETRO-VALOR PIC 9(6)V99.

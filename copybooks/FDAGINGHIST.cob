      *    FDAGINGHIST.cob - Layout da Linha de Fotografia de Aging
      *    1 linha por cliente com saldo em aberto no fechamento do
      *    periodo (AAAAMM), com a filial e as 4 faixas de atraso do
      *    PROG68.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG231.
       FD ARQUIVO-AGING-HIST.

       01  LINHA-AGING-HIST.
           05 SNAP-AAMM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SNAP-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

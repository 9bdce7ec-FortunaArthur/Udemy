      *    1 linha por vendedor e mes fechado, com o total vendido, o
      *    percentual da faixa aplicada e a comissao; e esta linha
      *    que a folha recolhe como provento.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG250.
       FD ARQUIVO-EXTRATO-COMISSAO.

       01  LINHA-EXTRATO-COMISSAO.
           05 EXTCOM-VENDEDOR PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXTCOM-MES PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXTCOM-TOTAL-VENDIDO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.

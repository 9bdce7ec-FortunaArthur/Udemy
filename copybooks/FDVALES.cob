      *    FDVALES.cob - Layout do Vale Pedido no Mes
      *    VALEMES-DIAS sao os dias uteis do mes no calendario menos
      *    os dias de afastamento e de ferias do funcionario;
      *    VALEMES-QTDE e VALEMES-VALOR-TOTAL sao o que foi pedido
      *    ao fornecedor. Refazer a rodada do mesmo mes regrava o
      *    mes inteiro.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG295.
       FD ARQUIVO-VALES-MES.

       01  VALEMES-REGISTRO.
           05 VALEMES-CHAVE.
               10 VALEMES-AAMM PIC 9(6).
               10 VALEMES-FUNCIONARIO PIC 9(4).
               10 VALEMES-TIPO PIC X.
                   88 VALEMES-VALE-TRANSPORTE VALUE "T".
                   88 VALEMES-VALE-REFEICAO VALUE "R".
           05 VALEMES-DIAS PIC 9(2).
           05 VALEMES-QTDE PIC 9(4).
           05 VALEMES-VALOR-UNITARIO PIC 9(3)V99.
           05 VALEMES-VALOR-TOTAL PIC 9(6)V99.
           05 VALEMES-DATA-PEDIDO PIC 9(8).

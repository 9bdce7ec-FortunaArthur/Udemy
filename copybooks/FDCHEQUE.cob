      *    FDCHEQUE.cob - Layout do Cheque em Custodia
      *    Registro gravado pelo PROG321 quando o cliente entrega o
      *    cheque: banco, agencia, conta e numero do cheque, valor,
      *    a data boa pra deposito (CHEQUE-BOM-PARA) e ate 5 titulos
      *    (pedido + parcela de recebiveis.dat) com o valor que o
      *    cheque paga de cada um - a soma fecha com CHEQUE-VALOR.
      *    A situacao acompanha o cheque: em (C)ustodia, (D)epositado
      *    pela lista do PROG322 (que aplica os titulos pela carga do
      *    PROG67) e de(V)olvido pelo banco, com a alinea, o motivo,
      *    a tarifa cobrada do cliente e quem registrou (PROG323).
      *    Datas com ano de 4 digitos (AAAAMMDD).
       FD ARQUIVO-CHEQUE.

       01  CHEQUE-REGISTRO.
           05 CHEQUE-CUSTODIA PIC 9(6).
           05 CHEQUE-CLIENTE PIC 9(6).
           05 CHEQUE-BANCO PIC 9(3).
           05 CHEQUE-AGENCIA PIC 9(4).
           05 CHEQUE-CONTA PIC X(12).
           05 CHEQUE-NUMERO PIC 9(6).
           05 CHEQUE-VALOR PIC 9(8)V99.
           05 CHEQUE-DATA-RECEBIMENTO PIC 9(8).
           05 CHEQUE-BOM-PARA PIC 9(8).
           05 CHEQUE-OPERADOR PIC X(10).
           05 CHEQUE-SITUACAO PIC X.
               88 CHEQUE-EM-CUSTODIA VALUE "C".
               88 CHEQUE-DEPOSITADO VALUE "D".
               88 CHEQUE-DEVOLVIDO VALUE "V".
           05 CHEQUE-DATA-DEPOSITO PIC 9(8).
           05 CHEQUE-DATA-DEVOLUCAO PIC 9(8).
           05 CHEQUE-ALINEA PIC 9(2).
           05 CHEQUE-MOTIVO-DEVOLUCAO PIC X(30).
           05 CHEQUE-TARIFA PIC 9(5)V99.
           05 CHEQUE-OPERADOR-DEVOLUCAO PIC X(10).
           05 CHEQUE-QTDE-TITULOS PIC 9.
           05 CHEQUE-TITULO OCCURS 5 TIMES.
               10 CHEQUE-TIT-PEDIDO PIC 9(6).
               10 CHEQUE-TIT-PARCELA PIC 9(2).
               10 CHEQUE-TIT-VALOR PIC 9(8)V99.

      *    FDCPAGAR.cob - Layout do Titulo de Contas a Pagar
      *    Aberto pelo recebimento do PROG116 com o valor da nota
      *    (soma de quantidade x custo dos itens lancados). O
      *    vencimento e a emissao da nota mais o prazo de pagamento
      *    do fornecedor (FORNECEDOR-PRAZO-PAGAMENTO), na conta de
      *    mes comercial de 30 dias. O saldo comeca igual ao valor e
      *    o titulo vira Pago quando zera.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG242.
       FD ARQUIVO-CONTAS-PAGAR.

       01  CPAGAR-REGISTRO.
           05 CPAGAR-NUMERO PIC 9(6).
           05 CPAGAR-FORNECEDOR PIC 9(6).
           05 CPAGAR-NOTA PIC X(10).
           05 CPAGAR-PEDIDO-COMPRA PIC 9(6).
           05 CPAGAR-DATA-EMISSAO PIC 9(8).
           05 CPAGAR-DATA-VENCIMENTO PIC 9(8).
           05 CPAGAR-VALOR PIC 9(8)V99.
           05 CPAGAR-SALDO PIC 9(8)V99.
           05 CPAGAR-SITUACAO PIC X.
               88 CPAGAR-EM-ABERTO VALUE "A".
               88 CPAGAR-PAGO VALUE "P".
           05 CPAGAR-DATA-PAGAMENTO PIC 9(8).
           05 CPAGAR-OPERADOR PIC X(10).

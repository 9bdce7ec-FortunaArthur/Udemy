      *    pagamentos: original, pago ate agora e saldo devedor. O
      *    aging e a exposicao leem o saldo, nao mais o tudo-ou-nada
      *    do flag de situacao do pedido.
      *    O titulo passou a ser 1 por parcela da condicao de
      *    pagamento do pedido (condicoes_pagamento.dat): a chave
      *    ganhou RECEBIVEL-PARCELA, e o registro ganhou
      *    RECEBIVEL-DATA-VENCIMENTO (faturamento + dias da parcela,
      *    na conta de mes comercial) e RECEBIVEL-QTDE-PARCELAS. A
      *    aplicacao, o aging, a cobranca e o fluxo de caixa
      *    trabalham pelo vencimento de cada parcela, nao mais pelo
      *    faturamento + 30. Arquivo recebiveis.dat gravado no
      *    layout antigo precisa ser regravado 1 vez (descarga e
      *    recarga, cada titulo antigo como parcela 01 de 01 com
      *    vencimento no faturamento + 30) antes de qualquer
      *    programa abrir o arquivo.
      *    A situacao ganhou RECEBIVEL-CANCELADO: titulo sem
      *    pagamento nenhum de pedido cancelado depois de faturado
      *    (PROG63) fica no arquivo com saldo zerado, fora da
      *    cobranca e do aging.
      *    A situacao ganhou RECEBIVEL-BAIXADO-PERDA: titulo baixado
      *    como perda na rodada de devedores duvidosos (PROG198),
      *    com a data, o motivo e o valor da baixa. O saldo fica no
      *    titulo pra recuperacao: pagamento que chegar depois (carga
      *    do PROG67) abate o saldo e soma em
      *    RECEBIVEL-VALOR-RECUPERADO, sem voltar pra exposicao do
      *    cliente. Arquivo gravado no layout antigo precisa ser
      *    regravado 1 vez com os campos novos zerados.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG284.
       FD ARQUIVO-RECEBIVEL.

       01  RECEBIVEL-REGISTRO.
           05 RECEBIVEL-CHAVE.
               10 RECEBIVEL-PEDIDO PIC 9(6).
               10 RECEBIVEL-PARCELA PIC 9(2).
           05 RECEBIVEL-CLIENTE PIC 9(6).
           05 RECEBIVEL-DATA-FATURAMENTO PIC 9(8).
           05 RECEBIVEL-VALOR-ORIGINAL PIC 9(8)V99.
           05 RECEBIVEL-VALOR-PAGO PIC 9(8)V99.
           05 RECEBIVEL-SALDO PIC 9(8)V99.
           05 RECEBIVEL-SITUACAO PIC X.
               88 RECEBIVEL-EM-ABERTO VALUE "A".
               88 RECEBIVEL-QUITADO VALUE "Q".
               88 RECEBIVEL-CANCELADO VALUE "C".
               88 RECEBIVEL-BAIXADO-PERDA VALUE "P".
           05 RECEBIVEL-DATA-VENCIMENTO PIC 9(8).
           05 RECEBIVEL-QTDE-PARCELAS PIC 9(2).
           05 RECEBIVEL-DATA-PERDA PIC 9(8).
           05 RECEBIVEL-MOTIVO-PERDA PIC X(20).
           05 RECEBIVEL-VALOR-PERDA PIC 9(8)V99.
           05 RECEBIVEL-VALOR-RECUPERADO PIC 9(8)V99.

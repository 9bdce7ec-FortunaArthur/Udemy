      *    varredura que congelava a tela de entrada conforme o
      *    arquivo crescia. O PROG135 reconstroi e confere o saldo
      *    quando ha suspeita de deriva.
      *    Incluido CLIENTE-CONDICAO-PAGAMENTO (chave CONDPAG-CODIGO
      *    de condicoes_pagamento.dat): a condicao padrao do
      *    cliente, que o PROG63 sugere no pedido. Zero e o padrao
      *    antigo de 1 parcela a 30 dias.
      *    Incluido CLIENTE-GRUPO (chave GRUPO-CODIGO de
      *    grupos_economicos.dat): o grupo economico do cliente, cujo
      *    limite consolidado a entrada de pedidos e a rodada noturna
      *    de credito conferem sobre a exposicao somada do grupo.
      *    Zero e cliente fora de grupo.
      *    Incluida a carteira do cliente: CLIENTE-VENDEDOR e o
      *    vendedor responsavel (FUNCIONARIO-CODIGO; zero e cliente
      *    da casa, sem carteira), que a entrada de pedidos assume e
      *    exige no pedido. A transferencia de carteira (PROG188)
      *    guarda o responsavel anterior em CLIENTE-VENDEDOR-ANTERIOR
      *    e a data em que o novo passa a valer em
      *    CLIENTE-VENDEDOR-DESDE; antes dessa data o pedido ainda e
      *    do anterior.
      *    Arquivo clientes.dat gravado no layout antigo precisa ser
      *    regravado 1 vez (descarga e recarga) antes de qualquer
      *    programa abrir o arquivo.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG238.
       FD ARQUIVO-CLIENTE.

       01  CLIENTE-REGISTRO.
           05 CLIENTE-STATUS PIC X.
               88 CLIENTE-ATIVO VALUE "A".
               88 CLIENTE-INATIVO VALUE "I".
           05 CLIENTE-DATA-CADASTRO PIC 9(8).
           05 CLIENTE-FILIAL PIC X(4).
           05 CLIENTE-LIMITE-CREDITO PIC 9(8)V99.
           05 CLIENTE-CREDITO PIC X.
           05 CLIENTE-QTDE-ENDERECOS PIC 9.
           05 CLIENTE-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 CLIENTE-ENDERECO-HIST PIC X(50).
               10 CLIENTE-ENDERECO-HIST-DATA PIC 9(8).
           05 CLIENTE-EXPOSICAO-ATUAL PIC 9(9)V99.
           05 CLIENTE-QTDE-CONTATOS PIC 9.
           05 CLIENTE-CONTATO OCCURS 5 TIMES.
                   88 CONTATO-OUTRO VALUE "O".
               10 CONTATO-TELEFONE PIC X(15).
               10 CONTATO-EMAIL PIC X(30).
           05 CLIENTE-CONDICAO-PAGAMENTO PIC 9(3).
           05 CLIENTE-GRUPO PIC 9(4).
           05 CLIENTE-VENDEDOR PIC 9(4).
           05 CLIENTE-VENDEDOR-ANTERIOR PIC 9(4).
           05 CLIENTE-VENDEDOR-DESDE PIC 9(8).

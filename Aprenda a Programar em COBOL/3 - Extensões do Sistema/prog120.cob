      *    escadinha de precos de um produto. O produto e validado
      *    contra produtos.dat e o operador fica gravado em cada
      *    linha de preco.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-INFORMADO PIC 9(4).
       01  VIGENCIA-INFORMADA PIC 9(8).
       01  VALOR-INFORMADO PIC 9(5)V99.
       01  FIM-LISTAGEM PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(4).

           OPEN I-O ARQUIVO-PRECO.
           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
       ADICIONA-PRECO.
           PERFORM VALIDA-PRODUTO-DO-PRECO.
           IF PRODUTO-APTO
               DISPLAY "Informe a Data de Vigencia (AAAAMMDD):"
               ACCEPT VIGENCIA-INFORMADA
               DISPLAY "Informe o Novo Preco Unitario:"
               ACCEPT VALOR-INFORMADO
      *    do historico
           DISPLAY "Informe o Codigo do Produto:".
           ACCEPT PRECO-PRODUTO.
           DISPLAY "Informe a Data de Vigencia a Excluir (AAAAMMDD):".
           ACCEPT PRECO-DATA-VIGENCIA.
           READ ARQUIVO-PRECO
               INVALID KEY

      *    estar como FUNCIONARIO-ATIVO. E deste arquivo que o
      *    fechamento mensal de comissao do PROG71 tira os totais
      *    por vendedor.
      *    A venda digitada grava o tipo Venda e fica sem numero de
      *    pedido; estorno so nasce da devolucao e do cancelamento.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CODIGO-VENDEDOR PIC 9(4).
       01  VALOR-VENDA-INFORMADO PIC 9(7)V99.
       01  DATA-VENDA-INFORMADA PIC 9(8).

       01  VENDEDOR-VALIDACAO-FLAG PIC X VALUE "N".
           88 VENDEDOR-APTO VALUE "S".

           OPEN EXTEND ARQUIVO-VENDA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-VENDA UNTIL RESPOSTA = "N".
               PERFORM INFORMA-DATA-VENDA
               MOVE CODIGO-VENDEDOR TO VENDA-VENDEDOR
               MOVE VALOR-VENDA-INFORMADO TO VENDA-VALOR
               SET VENDA-NORMAL TO TRUE
               MOVE SPACES TO VENDA-PEDIDO
               WRITE LINHA-VENDA
               ADD 1 TO TOTAL-VENDAS-GRAVADAS
           END-IF.
      *    A data da venda pode ser informada; ENTER (zeros) assume
      *    a data da execucao
           MOVE ZEROS TO DATA-VENDA-INFORMADA.
           DISPLAY "Informe a Data da Venda (AAAAMMDD, ENTER para "
               "hoje):".
           ACCEPT DATA-VENDA-INFORMADA.
           IF DATA-VENDA-INFORMADA = 0

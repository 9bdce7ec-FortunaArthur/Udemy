      *    Guarda a linha de pagamento como veio do banco, o motivo
      *    de nao ter casado e, quando a mesa de trabalho aplica, em
      *    que pedido e por quanto - e o que o estorno precisa pra
      *    desfazer uma aplicacao errada. Com o titulo dividido em
      *    parcelas, a aplicacao guarda tambem a parcela
      *    (SUSPENSO-PARCELA-APLICADA).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG291.
       FD ARQUIVO-SUSPENSO.

       01  SUSPENSO-REGISTRO.
           05 SUSPENSO-SEQUENCIA PIC 9(6).
           05 SUSPENSO-DATA-ENTRADA PIC 9(8).
           05 SUSPENSO-PEDIDO-INFORMADO PIC 9(6).
           05 SUSPENSO-CLIENTE-INFORMADO PIC 9(6).
           05 SUSPENSO-VALOR PIC 9(8)V99.
           05 SUSPENSO-DATA-PAGAMENTO PIC 9(8).
           05 SUSPENSO-MOTIVO PIC X(30).
           05 SUSPENSO-SITUACAO PIC X.
               88 SUSPENSO-PENDENTE VALUE "P".
               88 SUSPENSO-APLICADO VALUE "A".
           05 SUSPENSO-PEDIDO-APLICADO PIC 9(6).
           05 SUSPENSO-VALOR-APLICADO PIC 9(8)V99.
           05 SUSPENSO-PARCELA-APLICADA PIC 9(2).

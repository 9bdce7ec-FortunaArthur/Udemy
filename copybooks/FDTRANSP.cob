      *    FDTRANSP.cob - Layout do Registro de Transportadora
      *    Mantido pelo PROG182. O CNPJ e conferido pela sub-rotina
      *    PROG132 e telefone/email pela PROG45, as mesmas regras do
      *    cadastro de fornecedores. Transportadora Inativa nao e
      *    aceita em pedido novo, mas continua no arquivo pros
      *    pedidos que ja a usaram (PEDIDO-TRANSPORTADORA).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG293.
       FD ARQUIVO-TRANSPORTADORA.

       01  TRANSP-REGISTRO.
           05 TRANSP-CODIGO PIC 9(4).
           05 TRANSP-NOME PIC X(20).
           05 TRANSP-CNPJ PIC 9(14).
           05 TRANSP-TELEFONE PIC X(15).
           05 TRANSP-EMAIL PIC X(30).
           05 TRANSP-STATUS PIC X.
               88 TRANSP-ATIVA VALUE "A".
               88 TRANSP-INATIVA VALUE "I".
           05 TRANSP-DATA-CADASTRO PIC 9(8).

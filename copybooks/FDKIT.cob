      *    FDKIT.cob - Layout do Registro de Componente de Kit
      *    KIT-PRODUTO e KIT-COMPONENTE sao chaves PRODUTO-CODIGO de
      *    produtos.dat; o kit e vendido e cobrado pelo proprio
      *    codigo (preco de tabela ou vigente do PROG121) e o cliente
      *    ve so a linha do kit. Mantido pelo PROG178, ao lado do
      *    cadastro de produtos do PROG64. Componente nao pode ser
      *    kit (a estrutura tem 1 nivel so).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG264.
       FD ARQUIVO-KIT.

       01  KIT-REGISTRO.
           05 KIT-CHAVE.
               10 KIT-PRODUTO PIC 9(4).
               10 KIT-COMPONENTE PIC 9(4).
           05 KIT-QTDE-COMPONENTE PIC 9(3).
           05 KIT-DATA-CADASTRO PIC 9(8).
           05 KIT-OPERADOR PIC X(10).

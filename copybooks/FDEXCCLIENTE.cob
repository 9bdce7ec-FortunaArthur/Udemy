      *    o tamanho de CLIENTE-REGISTRO depois do tipo de pessoa e
      *    do CNPJ/CPF, e para PIC X(770) depois da tabela de
      *    contatos, e para PIC X(781) depois do saldo de
      *    exposicao de credito, e para PIC X(788) depois da condicao
      *    de pagamento padrao e do grupo economico, e para
      *    PIC X(802) depois da carteira do vendedor responsavel, e
      *    para PIC X(816) depois das datas com ano de 4 digitos.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG248.
       FD ARQUIVO-EXCLUIDOS-CLIENTE.

       01  LINHA-EXCLUIDO-CLIENTE.
           05 EXC-CLI-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-CLI-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-CLI-REGISTRO PIC X(816).

      *    valor original fica em CREDITO-VALOR e o que ainda nao foi
      *    abatido em CREDITO-SALDO; a nota fecha (Utilizada) quando
      *    o saldo zera.
      *    Incluidos o numero, a data e o valor do reembolso (serie
      *    REEMBO do controle de numeracao): o saldo devolvido ao
      *    cliente por transferencia no PROG199 sai da nota com a
      *    referencia do ultimo reembolso, e a nota fecha quando o
      *    saldo zera, como no abate. Arquivo creditos.dat gravado no
      *    layout antigo precisa ser regravado 1 vez com os campos
      *    novos zerados.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG243.
       FD ARQUIVO-CREDITO.

       01  CREDITO-REGISTRO.
           05 CREDITO-CHAVE.
               10 CREDITO-CLIENTE PIC 9(6).
               10 CREDITO-DATA PIC 9(8).
               10 CREDITO-HORA PIC 9(6).
           05 CREDITO-PEDIDO PIC 9(6).
           05 CREDITO-VALOR PIC 9(8)V99.
               88 CREDITO-ABERTO VALUE "A".
               88 CREDITO-UTILIZADO VALUE "U".
           05 CREDITO-OPERADOR PIC X(10).
           05 CREDITO-REEMBOLSO-NUMERO PIC 9(6).
           05 CREDITO-REEMBOLSO-DATA PIC 9(8).
           05 CREDITO-VALOR-REEMBOLSADO PIC 9(8)V99.

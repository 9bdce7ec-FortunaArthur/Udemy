      *    FDCONCIL.cob - Layout do Item de Conciliacao Bancaria
      *    CONC-NATUREZA diz se o dinheiro entrou (Credito no banco)
      *    ou saiu (Debito). CONC-ORIGEM marca de onde o item veio:
      *    EXTRAT (extrato do banco), PAGTO (aplicacao do PROG67,
      *    inclusive o retorno de boletos do PROG143), SUSPEN
      *    (pagamento em suspenso), FORNEC (titulo de contas a pagar
      *    pago), FOLHA (pagamento da folha) ou CAIXA (outra saida
      *    de CAIXA em lancamentos.dat). O item conciliado guarda a
      *    data da conciliacao e a chave do item do outro lado.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG241.
       FD ARQUIVO-CONCILIACAO.

       01  CONC-REGISTRO.
           05 CONC-CHAVE.
               10 CONC-LADO PIC X.
                   88 CONC-DO-BANCO VALUE "B".
                   88 CONC-DO-SISTEMA VALUE "S".
               10 CONC-DATA PIC 9(8).
               10 CONC-SEQUENCIA PIC 9(4).
           05 CONC-NATUREZA PIC X.
               88 CONC-ENTRADA VALUE "C".
               88 CONC-SAIDA VALUE "D".
           05 CONC-VALOR PIC 9(9)V99.
           05 CONC-ORIGEM PIC X(6).
           05 CONC-REFERENCIA PIC X(10).
           05 CONC-HISTORICO PIC X(20).
           05 CONC-SITUACAO PIC X.
               88 CONC-PENDENTE VALUE "P".
               88 CONC-CONCILIADO VALUE "C".
           05 CONC-DATA-CONCILIACAO PIC 9(8).
           05 CONC-PAR.
               10 CONC-PAR-LADO PIC X.
               10 CONC-PAR-DATA PIC 9(8).
               10 CONC-PAR-SEQUENCIA PIC 9(4).

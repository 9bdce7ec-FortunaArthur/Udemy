      *    (despesa de folha), a conta de receita por filial ou as
      *    contas da casa (CAIXA, CLIENTES); cada linha leva debito
      *    OU credito, nunca os dois.
      *    Na contabilizacao diaria LANC-CONTA e uma conta Analitica
      *    e Ativa de plano_contas.dat (FDPLANO); o que nao resolve
      *    vai pra transitoria SUSPEN.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG265.
       FD ARQUIVO-LANCAMENTO.

       01  LINHA-LANCAMENTO.
           05 LANC-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LANC-CONTA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.

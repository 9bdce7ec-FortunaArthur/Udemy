      *    FDAPRVPAG.cob - Layout da Linha de Aprovacao dos
      *    Pagamentos a Fornecedores
      *    Guarda a data de corte e o operador que selecionou, pra
      *    aprovacao exigir um operador diferente.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG234.
       FD ARQUIVO-APROVACAO-PAGAMENTO.

       01  LINHA-APROVACAO-PAGAMENTO.
           05 APRVPAG-SITUACAO PIC X(8).
               88 APRVPAG-PENDENTE VALUE "PENDENTE".
               88 APRVPAG-APROVADA VALUE "APROVADA".
               88 APRVPAG-REMETIDA VALUE "REMETIDA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRVPAG-DATA-CORTE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRVPAG-OPERADOR-SELECAO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRVPAG-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRVPAG-OPERADOR PIC X(10).

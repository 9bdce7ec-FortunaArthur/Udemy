      *    FDSELPAG.cob - Layout da Linha de Selecao de Pagamento
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG287.
       FD ARQUIVO-SELECAO-PAGAMENTO.

       01  LINHA-SELECAO-PAGAMENTO.
           05 SELPAG-TITULO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SELPAG-FORNECEDOR PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SELPAG-NOTA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SELPAG-VENCIMENTO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SELPAG-VALOR PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SELPAG-MARCA PIC X.
               88 SELPAG-SELECIONADO VALUE "S".
               88 SELPAG-RETIDO VALUE "R".

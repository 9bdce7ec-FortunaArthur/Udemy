      *    Incluidos nos 2 layouts o limite de credito e o indicador
      *    de credito, acrescentados a FDCLIENTE.cob pelo controle de
      *    credito na entrada de pedidos.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 ORDENACAO-TELEFONE PIC X(15).
           05 ORDENACAO-EMAIL PIC X(30).
           05 ORDENACAO-STATUS PIC X.
           05 ORDENACAO-DATA-CADASTRO PIC 9(8).
           05 ORDENACAO-FILIAL PIC X(4).
           05 ORDENACAO-LIMITE-CREDITO PIC 9(8)V99.
           05 ORDENACAO-CREDITO PIC X.
           05 ORDENACAO-QTDE-ENDERECOS PIC 9.
           05 ORDENACAO-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 ORDENACAO-ENDERECO-HIST PIC X(50).
               10 ORDENACAO-ENDERECO-HIST-DATA PIC 9(8).

       FD ARQUIVO-CLIENTE-ORDENADO.

           05 ORD-TELEFONE PIC X(15).
           05 ORD-EMAIL PIC X(30).
           05 ORD-STATUS PIC X.
           05 ORD-DATA-CADASTRO PIC 9(8).
           05 ORD-FILIAL PIC X(4).
           05 ORD-LIMITE-CREDITO PIC 9(8)V99.
           05 ORD-CREDITO PIC X.
           05 ORD-QTDE-ENDERECOS PIC 9.
           05 ORD-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 ORD-ENDERECO-HIST PIC X(50).
               10 ORD-ENDERECO-HIST-DATA PIC 9(8).

       WORKING-STORAGE SECTION.


      *    PROG132), com nome e telefone pra equipe trabalhar o
      *    backfill pelo PROG32. Enquanto o cliente estiver nesta
      *    lista, a entrada de pedidos recusa pedido novo pra ele.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-CLIENTE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CLIENTE.

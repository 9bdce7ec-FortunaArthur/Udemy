      *    FDSTATUS.cob - Layout da Linha de Status de Fim de Execucao
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG289.
       FD ARQUIVO-STATUS-EXECUCAO.

       01  LINHA-STATUS-EXECUCAO.
           05 STATUS-PROGRAMA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STATUS-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STATUS-HORA.
               10 STATUS-HORA-HH PIC 99.

      *    STATUS_EXECUCOES.DAT e trocado o STOP RUN por GOBACK, pra
      *    rodar como passo da cadeia noturna do PROG85 e ser
      *    conferido pelo balanco matinal do PROG86.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  TOTAL-NO-DIRETORIO PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-DIRETORIO.

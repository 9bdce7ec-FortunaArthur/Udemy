      *    sai numa lista pro RH acertar a mao no PROG37. Registro
      *    cujo campo ja e um codigo valido e pulado, entao a
      *    conversao pode ser rodada de novo sem estragar nada.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-VARREDURA PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  NOME-PROCURADO PIC X(20).
       01  CODIGO-ENCONTRADO PIC X(4).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.

      *    faltou - informa por fila
      *    quantos carregaram e quantos foram rejeitados, e por fim
      *    trunca as filas ja processadas.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-FILA PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  FILA-ATUAL-NOME PIC X(10).
       01  ATUAL-CODIGO PIC 9(4).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-FUNCIONARIO.


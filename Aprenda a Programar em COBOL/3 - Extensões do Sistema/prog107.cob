      *    com a operacao "D" (dormencia) - distinta do A/M/E do
      *    PROG32 e do N da normalizacao - e imprimindo a lista pra
      *    revisao. O feed de ativos volta a significar alguma coisa.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-LIMITE-ATIVIDADE PIC 9(8).

       01  QTDE-COM-ATIVIDADE PIC 9(3) VALUE 0.
       01  INDICE-ATIVIDADE PIC 9(3).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME A DATA LIMITE (AAAAMMDD) - CLIENTE ATIVO "
               "SEM MOVIMENTO DESDE ELA SERA INATIVADO:".
           ACCEPT DATA-LIMITE-ATIVIDADE.
           IF DATA-LIMITE-ATIVIDADE = 0

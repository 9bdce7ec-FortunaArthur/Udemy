      *    hoje, regravando a marca no final. Digitar as datas passou
      *    a ser so o modo de override deliberado - e assim o
      *    relatorio pode entrar na cadeia noturna desatendida.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  PARAMETRO-FILE-STATUS PIC X(2).
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-INICIAL PIC 9(8).
       01  DATA-FINAL PIC 9(8).
       01  TOTAL-CLIENTES-NOVOS PIC 9(6) VALUE 0.

       01  MODO-FLAG PIC X VALUE "A".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-INICIAL.
           DISPLAY "INFORME A DATA INICIAL DO PERIODO (AAAAMMDD, "
               "ENTER PARA DESDE A ULTIMA RODADA):".
           ACCEPT DATA-INICIAL.
           IF DATA-INICIAL = 0
                   DATA-INICIAL " A " DATA-FINAL
           ELSE
               SET MODO-OVERRIDE TO TRUE
               DISPLAY "INFORME A DATA FINAL DO PERIODO (AAAAMMDD):"
               ACCEPT DATA-FINAL
           END-IF.


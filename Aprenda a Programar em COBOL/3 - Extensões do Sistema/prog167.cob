      *    liberacoes (quem liberou qual pedido, de que valor) e as
      *    alteracoes com o valor antigo contra o novo. No rodape, a
      *    contagem por tipo de operacao do dia inteiro.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DO-RELATORIO PIC 9(8).
       01  SECAO-DO-PASSE PIC X.

       01  TOTAL-LIBERACOES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-DO-RELATORIO.
           DISPLAY "INFORME A DATA DO RELATORIO (AAAAMMDD, ENTER "
               "PARA HOJE):".
           ACCEPT DATA-DO-RELATORIO.
           IF DATA-DO-RELATORIO = 0

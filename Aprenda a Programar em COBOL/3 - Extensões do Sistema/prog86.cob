      *    A sigla RETSAL (confirmacao do retorno bancario de
      *    salarios do PROG144) entrou na lista esperada: retorno
      *    que nao foi conferido aparece no balanco da manha.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-AUDITADA PIC 9(8).
       01  FINAL-STATUS PIC X.

      *    Lista esperada da noite, no mesmo padrao de tabela com
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.
       01  TOTAL-NAO-RODARAM PIC 9(2) VALUE 0.
       01  TOTAL-COM-ERRO PIC 9(2) VALUE 0.
       01  TOTAL-REPETIDOS PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-AUDITADA.
           DISPLAY "INFORME A DATA A AUDITAR (AAAAMMDD; ENTER PARA O "
               "DIA UTIL ANTERIOR DO CALENDARIO):".
           ACCEPT DATA-AUDITADA.
           IF DATA-AUDITADA = 0

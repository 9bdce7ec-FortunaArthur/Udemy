      *    acumula horas normais e extras por departamento numa
      *    tabela em memoria, no mesmo padrao de subtotais do PROG39,
      *    pro RH fechar a semana sem somar cartao por cartao.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-INICIAL PIC 9(8).
       01  DATA-FINAL PIC 9(8).

       01  DEPARTAMENTO-DO-CARTAO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME A DATA INICIAL DA SEMANA (AAAAMMDD):".
           ACCEPT DATA-INICIAL.
           DISPLAY "INFORME A DATA FINAL DA SEMANA (AAAAMMDD):".
           ACCEPT DATA-FINAL.

           OPEN INPUT ARQUIVO-PONTO.

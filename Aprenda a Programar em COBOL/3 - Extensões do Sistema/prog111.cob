       PROGRAM-ID. PROG111.
      *    Programa do Relatorio Mensal de Mudancas de Salario
      *    Le hist_salarios.dat, gravado pela alteracao de salario do
      *    PROG37, e lista as mudancas do mes informado (AAAAMM): de
      *    quanto pra quanto, o percentual, quem mudou e quem aprovou
      *    quando a mudanca passou do limite. O zero a mais digitado
      *    num salario aparece aqui em 2 minutos, nao 2 meses depois.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-HIST-SALARIOS.

       01  LINHA-HIST-SALARIO.
           05 HSAL-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 HSAL-HORA PIC 9(6).
           05 FILLER PIC X(1).
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  MES-DO-RELATORIO PIC 9(6).

       01  DATA-HSAL-DESMONTADA.
           05 HSAL-MES-AAMM PIC 9(6).
           05 HSAL-DIA PIC 99.

       01  DIFERENCA-SALARIO PIC S9(5)V99.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DO RELATORIO (AAAAMM):".
           ACCEPT MES-DO-RELATORIO.

           DISPLAY "MUDANCAS DE SALARIO DO MES " MES-DO-RELATORIO.

      *    Programa do Relatorio Mensal de Encargos de Atraso
      *    Le juros_aplicados.dat, gravado pela carga de pagamentos
      *    (PROG67) a cada titulo pago depois do vencimento, e
      *    totaliza o mes informado (AAAAMM, pela data do pagamento):
      *    multa e juros cobrados contra residuos abonados na
      *    tolerancia, linha a linha e no total - e o numero que a
      *    gerencia pediu pra saber o que a leniencia custa.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-JUROS-DESMONTADA.
           05 JUROS-MES-AAMM PIC 9(6).
           05 JUROS-DIA PIC 99.

       01  TOTAL-LINHAS-NO-MES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-JUROS.

      *    alteracao: e o mapa departamento-filial que o
      *    demonstrativo por filial do PROG148 usa pra juntar custo
      *    de folha com receita.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  NOVO-DEPTO-CODIGO PIC X(4).
       01  NOVO-DEPTO-NOME PIC X(20).
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-DEPARTAMENTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-DEPARTAMENTOS UNTIL RESPOSTA = "N".

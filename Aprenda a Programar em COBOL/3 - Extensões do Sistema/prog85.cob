      *    A rodada de retornos de afastamento (PROG151, sigla
      *    RETAFA) entrou na cadeia: quem tinha volta prevista
      *    amanhece Ativo de novo, com o desconto do mes gravado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       01  DATA-EXECUCAO PIC 9(8).
       01  FINAL-STATUS PIC X.

      *    Sequencia da cadeia noturna, no mesmo padrao de tabela
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "CONTROLADOR DA CADEIA NOTURNA - DATA "
               DATA-EXECUCAO.

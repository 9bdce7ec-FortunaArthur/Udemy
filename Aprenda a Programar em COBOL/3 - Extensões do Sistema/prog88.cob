      *    quando o calendario do ano nao foi carregado, em vez de
      *    rodar no feriado por omissao. O dia util anterior volta
      *    zerado quando nao ha dia util cadastrado antes da data.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       LINKAGE SECTION.

       01  CAL-DATA-CONSULTADA PIC 9(8).
       01  CAL-RESULTADO PIC X.
           88 CAL-E-DIA-UTIL VALUE "S".
           88 CAL-NAO-E-DIA-UTIL VALUE "N".
       01  CAL-DIA-UTIL-ANTERIOR PIC 9(8).

       PROCEDURE DIVISION USING CAL-DATA-CONSULTADA CAL-RESULTADO
           CAL-DIA-UTIL-ANTERIOR.

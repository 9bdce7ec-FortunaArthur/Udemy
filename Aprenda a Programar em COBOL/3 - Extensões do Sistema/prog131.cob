      *    por READ PREVIOUS do PROG88. UF sem aliquota ate a data
      *    devolve "nao achada", e quem chamou decide (a entrada de
      *    pedidos grava ICMS zero com aviso).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       LINKAGE SECTION.

       01  CONSULTA-UF PIC X(2).
       01  CONSULTA-DATA PIC 9(8).
       01  CONSULTA-RESULTADO PIC X.
           88 ALIQUOTA-ACHADA VALUE "S".
           88 ALIQUOTA-NAO-ACHADA VALUE "N".

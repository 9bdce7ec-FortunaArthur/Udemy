      *    Produto sem linha de preco ate a data devolve "nao
      *    achado", e quem chamou decide o que fazer (a entrada de
      *    pedidos cai no preco de tabela do cadastro).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       LINKAGE SECTION.

       01  CONSULTA-PRODUTO PIC 9(4).
       01  CONSULTA-DATA PIC 9(8).
       01  CONSULTA-RESULTADO PIC X.
           88 PRECO-ACHADO VALUE "S".
           88 PRECO-NAO-ACHADO VALUE "N".

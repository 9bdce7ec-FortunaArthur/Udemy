      *    escadinha inteira daquela vigencia (ate 9 faixas), na
      *    ordem da sequencia. Tipo sem vigencia ate a data devolve
      *    "nao achada", e o fechamento que chamou decide parar.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FAIXA-FILE-STATUS PIC X(2).
       01  FIM-RETROCESSO PIC X.
       01  FIM-CARGA PIC X.
       01  VIGENCIA-EM-VIGOR PIC 9(8).

       LINKAGE SECTION.

       01  CARGA-TIPO PIC X.
       01  CARGA-DATA PIC 9(8).
       01  CARGA-RESULTADO PIC X.
           88 TABELA-ACHADA VALUE "S".
           88 TABELA-NAO-ACHADA VALUE "N".

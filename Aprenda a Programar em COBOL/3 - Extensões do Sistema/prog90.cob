      *    controle alem das QTDE-GERACOES-MANTIDAS mais recentes do
      *    mesmo programa sao removidos (a quantidade mantida e
      *    configuravel na constante abaixo).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O nome do arquivo da
      *    geracao passou a PIC X(50), pra caber o nome com a data
      *    AAAAMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  GERACAO-FILE-STATUS PIC X(2).
       01  QTDE-GERACOES-MANTIDAS PIC 9(2) VALUE 7.
       01  QTDE-GERACOES-DO-PROGRAMA PIC 9(3).
       01  DATA-GERACAO-MAIS-ANTIGA PIC 9(8).
       01  FIM-VARREDURA PIC X.

       LINKAGE SECTION.
           88 GER-VERIFICA-E-REGISTRA VALUE "V".
           88 GER-MARCA-CONSUMIDA VALUE "C".
       01  GER-PROGRAMA PIC X(6).
       01  GER-DATA PIC 9(8).
       01  GER-ARQUIVO PIC X(50).
       01  GER-RESULTADO PIC X.
           88 GER-LIBERADA VALUE "S".
           88 GER-RECUSADA VALUE "N".

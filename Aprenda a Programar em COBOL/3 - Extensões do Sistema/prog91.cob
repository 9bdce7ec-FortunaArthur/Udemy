      *    geracao que o sistema de destino confirmou ter recolhido -
      *    e essa marca que libera o gerador a regravar a geracao
      *    daquela data numa rerodada deliberada.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O nome do arquivo da
      *    geracao passou a PIC X(50), pra caber o nome com a data
      *    AAAAMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  CONSUMO-OPERACAO PIC X VALUE "C".
       01  CONSUMO-PROGRAMA PIC X(6).
       01  CONSUMO-DATA PIC 9(8).
       01  CONSUMO-ARQUIVO PIC X(50).

       01  CONSUMO-RESULTADO PIC X VALUE "N".
           88 CONSUMO-LIBERADO VALUE "S".
       CONSOME-GERACAO.
           DISPLAY "Informe o Programa da Geracao (ex: PROG58):".
           ACCEPT CONSUMO-PROGRAMA.
           DISPLAY "Informe a Data da Geracao (AAAAMMDD):".
           ACCEPT CONSUMO-DATA.
           MOVE SPACES TO CONSUMO-ARQUIVO.
           MOVE "C" TO CONSUMO-OPERACAO.

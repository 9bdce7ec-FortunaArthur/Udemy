      *    zerada e pedida na mesma passada, pro lote de
      *    aposentadoria do PROG110. Pode ser rodado quantas vezes
      *    for preciso: registro ja datado e pulado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-INFORMADA PIC 9(8).
       01  ALGO-PREENCHIDO PIC X.

       01  TOTAL-JA-DATADOS PIC 9(6) VALUE 0.
           MOVE "N" TO ALGO-PREENCHIDO.
           IF FUNCIONARIO-DATA-ADMISSAO = 0
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                   FUNCIONARIO-NOME " - DATA DE ADMISSAO (AAAAMMDD, "
                   "ENTER PULA):"
               MOVE ZEROS TO DATA-INFORMADA
               ACCEPT DATA-INFORMADA
           END-IF.
           IF FUNCIONARIO-DATA-NASCIMENTO = 0
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                   FUNCIONARIO-NOME " - DATA DE NASCIMENTO (AAAAMMDD, "
                   "ENTER PULA):"
               MOVE ZEROS TO DATA-INFORMADA
               ACCEPT DATA-INFORMADA

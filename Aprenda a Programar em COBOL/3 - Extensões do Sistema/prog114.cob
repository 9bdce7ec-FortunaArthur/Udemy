      *    PROG108 preenche depois. Rodado sobre um arquivo ja
      *    convertido, a abertura no layout antigo falha e o
      *    programa encerra sem mexer em nada.
      *    Desde que as datas passaram a ter ano de 4 digitos, a data
      *    de nascimento de cada dependente (AAMMDD no layout antigo)
      *    sai expandida pra AAAAMMDD pela sub-rotina PROG225.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  INDICE-DEPENDENTE PIC 9(2).
       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).

      *    Area de trabalho no desenho antigo, pra recarga nao
      *    depender da area de registro de um arquivo fechado
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA DO CADASTRO DE FUNCIONARIOS "
               "PARA O LAYOUT NOVO (365 -> 391 BYTES)".
           DISPLAY "CONFIRMA A CONVERSAO? (S/N)".
           ACCEPT RESPOSTA-CONFIRMA.
           IF RESPOSTA-CONFIRMA NOT = "S"
           MOVE TRAB-ANT-DEP-PARENTESCO(INDICE-DEPENDENTE)
               TO DEPENDENTE-PARENTESCO(INDICE-DEPENDENTE).
           MOVE TRAB-ANT-DEP-NASCIMENTO(INDICE-DEPENDENTE)
               TO DATA-CURTA.
           MOVE "N" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.
           MOVE DATA-LONGA
               TO DEPENDENTE-DATA-NASCIMENTO(INDICE-DEPENDENTE).

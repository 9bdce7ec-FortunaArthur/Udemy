      *    com ENTER assumindo 65, como no PROG54; a idade vem da
      *    conta de mes comercial de 30 dias usada no aging do
      *    PROG68.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A projecao da
      *    aposentadoria usa o ano de nascimento gravado, sem adivinhar
      *    mais se a pessoa nasceu em 19AA ou 20AA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-NASCIMENTO-DESMONTADA.
           05 NASCIMENTO-AA PIC 9(4).
           05 NASCIMENTO-MM PIC 99.
           05 NASCIMENTO-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO IDADE-APOSENTADORIA.
           DISPLAY "IDADE MINIMA PARA APOSENTADORIA (ENTER PARA "
               MOVE 65 TO IDADE-APOSENTADORIA
           END-IF.

           MOVE DATA-EXECUCAO-AA TO ANO-ATUAL.

           DISPLAY "PROJECAO DE APOSENTADORIA - IDADE MINIMA "
               IDADE-APOSENTADORIA.
       PROJETA-FUNCIONARIO.
           MOVE FUNCIONARIO-DATA-NASCIMENTO
               TO DATA-NASCIMENTO-DESMONTADA.
           MOVE NASCIMENTO-AA TO ANO-NASCIMENTO.
           COMPUTE IDADE-APURADA = ANO-ATUAL - ANO-NASCIMENTO.
           IF NASCIMENTO-MM > DATA-EXECUCAO-MM
               OR (NASCIMENTO-MM = DATA-EXECUCAO-MM

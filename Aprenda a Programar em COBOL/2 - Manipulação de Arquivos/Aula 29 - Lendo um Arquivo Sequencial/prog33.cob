      *    existem no arquivo, independente de quantos foram listados.
      *    Incluida a gravacao do status de fim de execucao em
      *    STATUS_EXECUCOES.DAT, no mesmo padrao adotado no PROG32.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CLIENTE-FILE-STATUS PIC X(2).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-CLIENTE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "(T)odos (A)tivos ou (B)uscar por Nome/Telefone?".
           ACCEPT MODO-LISTAGEM.

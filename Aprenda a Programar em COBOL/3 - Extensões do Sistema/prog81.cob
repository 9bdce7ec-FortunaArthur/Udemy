      *    PROG32. A validacao de filial do PROG62 passou a ler este
      *    cadastro, entao abrir a filial 0006 e so cadastrar aqui -
      *    nao mexe mais em programa nenhum.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  TOTAL-ADICIONADAS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDAS PIC 9(6) VALUE 0.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-FILIAL.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-FILIAIS UNTIL RESPOSTA = "N".

      *    padrao do PROG39. Registro sem data de admissao (backfill
      *    do PROG108 pendente) sai apontado em vez de contado como
      *    zero ano.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-ADMISSAO-DESMONTADA.
           05 ADMISSAO-AA PIC 9(4).
           05 ADMISSAO-MM PIC 99.
           05 ADMISSAO-DD PIC 99.

       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

      *    FDDESLIG.cob - Layout da Linha de Desligamento
      *    DESLIG-CODIGO e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat; DESLIG-MOTIVO e o texto digitado no
      *    PROG78 e e por ele que o PROG222 agrupa os desligamentos.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG244.
       FD ARQUIVO-DESLIGAMENTOS.

       01  LINHA-DESLIGAMENTO.
           05 DESLIG-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESLIG-NOME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESLIG-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESLIG-MOTIVO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESLIG-ESTIMATIVA-RESCISAO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESLIG-SALDO-DEVEDOR PIC 9(6)V99.

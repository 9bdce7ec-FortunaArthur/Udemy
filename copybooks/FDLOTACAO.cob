      *    FDLOTACAO.cob - Layout da Linha do Historico de Lotacoes
      *    LOT-DEPTO-ANTERIOR e LOT-DEPTO-NOVO guardam o
      *    FUNCIONARIO-DEPARTAMENTO de antes e de depois da
      *    transferencia (o DEPARTAMENTO-CODIGO nas 4 primeiras
      *    posicoes).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG267.
       FD ARQUIVO-LOTACOES.

       01  LINHA-LOTACAO.
           05 LOT-DATA-EFETIVA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOT-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOT-DEPTO-ANTERIOR PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOT-DEPTO-NOVO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOT-OPERADOR PIC X(10).

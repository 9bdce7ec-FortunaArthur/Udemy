      *    FDTRILPONTO.cob - Layout da Trilha de Cartao de Ponto
      *    Operacoes: (L)ancamento do cartao no PROG72, (A)provacao e
      *    (C)orrecao com aprovacao na revisao do PROG159. Cartao da
      *    carga do relogio (PROG158) nao tem operador e nao entra na
      *    trilha como lancamento.
       FD ARQUIVO-TRILHA-PONTO.

       01  LINHA-TRILHA-PONTO.
           05 TRILP-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRILP-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRILP-OPERACAO PIC X.
               88 TRILP-LANCAMENTO VALUE "L".
               88 TRILP-APROVACAO VALUE "A".
               88 TRILP-CORRECAO VALUE "C".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRILP-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRILP-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRILP-DATA-CARTAO PIC 9(8).

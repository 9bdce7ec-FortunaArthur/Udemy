      *    FDHISTLIM.cob - Layout da Linha da Trilha de Alteracoes de
      *    Limite de Credito
      *    HLIM-DATA-REVISAO e a data da rodada do PROG317 que
      *    sugeriu o limite. Datas com ano de 4 digitos (AAAAMMDD).
       FD ARQUIVO-HIST-LIMITE.

       01  LINHA-HIST-LIMITE.
           05 HLIM-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-LIMITE-ANTERIOR PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-LIMITE-NOVO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-LIMITE-SUGERIDO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLIM-DATA-REVISAO PIC 9(8).

      *    FDREVLIM.cob - Layout da Linha de Proposta de Revisao de
      *    Limite de Credito
      *    O limite atual vai junto do sugerido pro gerente comparar
      *    sem abrir o cadastro, com os numeros que levaram a
      *    sugestao: faturamento e pico de exposicao dos ultimos 12
      *    meses, atraso medio em dias, bloqueios de credito e
      *    cartas de cobranca no periodo. Datas com ano de 4 digitos
      *    (AAAAMMDD).
       FD ARQUIVO-REVISAO-LIMITE.

       01  LINHA-REVISAO-LIMITE.
           05 REVLIM-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-LIMITE-ATUAL PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-LIMITE-SUGERIDO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-FATURAMENTO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-PICO-EXPOSICAO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-ATRASO-MEDIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-QTDE-BLOQUEIOS PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REVLIM-QTDE-CARTAS PIC 9(3).

      *    FDFECHCX.cob - Layout da Linha de Fechamento de Caixa
      *    FECX-OPERADOR e o dono do caixa fechado e
      *    FECX-FECHADO-POR quem fez a conferencia. O dinheiro
      *    esperado e o fundo de troco mais as vendas em dinheiro; o
      *    cartao esperado e o total das vendas no cartao. As
      *    diferencas vao sem sinal, com o sinal ao lado no padrao
      *    do MOVESTQ-SINAL: "+" sobra, "-" falta.
      *    Datas com ano de 4 digitos (AAAAMMDD).
       FD ARQUIVO-FECHAMENTO-CAIXA.

       01  LINHA-FECHAMENTO-CAIXA.
           05 FECX-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-FILIAL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-QTDE-VENDAS PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-FUNDO-TROCO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-VENDAS-DINHEIRO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-DINHEIRO-CONTADO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-SINAL-DINHEIRO PIC X.
               88 FECX-SOBRA-DINHEIRO VALUE "+".
               88 FECX-FALTA-DINHEIRO VALUE "-".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-DIFERENCA-DINHEIRO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-VENDAS-CARTAO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-CARTAO-COMPROVADO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-SINAL-CARTAO PIC X.
               88 FECX-SOBRA-CARTAO VALUE "+".
               88 FECX-FALTA-CARTAO VALUE "-".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-DIFERENCA-CARTAO PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-FECHADO-POR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FECX-HORA PIC 9(6).

      *    FDCARTAS.cob - Layout da Linha de Carta de Cobranca
      *    Emitida
      *    A data da rodada, o cliente, o nivel enviado (1 lembrete,
      *    2 carta firme, 3 aviso final) e o valor vencido cobrado
      *    na carta. Datas com ano de 4 digitos (AAAAMMDD).
       FD ARQUIVO-CARTAS.

       01  LINHA-CARTA.
           05 CARTA-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CARTA-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CARTA-NIVEL PIC 9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CARTA-VALOR-VENCIDO PIC 9(9)V99.

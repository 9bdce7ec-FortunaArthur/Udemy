      *    (R)econstrucao regrava o saldo certo em cada cliente. E a
      *    prova de que o controle de limite esta decidindo com o
      *    numero verdadeiro.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela pela condicao de
      *    pagamento, o saldo do pedido Faturado passou a ser a soma
      *    do saldo das parcelas em recebiveis.dat.
      *    Parcela baixada como perda (PROG198) ficou fora da soma:
      *    o saldo dela continua no titulo pra recuperacao, mas ja
      *    saiu da exposicao do cliente.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  VALOR-EM-ABERTO PIC 9(8)V99.
       01  SALDO-DAS-PARCELAS PIC 9(9)V99.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  FIM-PARCELAS PIC X.
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MODO-EXECUCAO PIC X.
           88 MODO-CONFERENCIA VALUE "C".
           88 MODO-RECONSTRUCAO VALUE "R".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "RODADA EM (C)ONFERENCIA OU (R)ECONSTRUCAO? "
               "(ENTER PARA CONFERENCIA):".
      *    no aging do PROG68
           MOVE PEDIDO-VALOR TO VALOR-EM-ABERTO.
           IF PEDIDO-FATURADO
               PERFORM SOMA-PARCELAS-DO-PEDIDO
               IF QTDE-PARCELAS-LIDAS > 0
                   MOVE SALDO-DAS-PARCELAS TO VALOR-EM-ABERTO
               END-IF
           END-IF.

       SOMA-PARCELAS-DO-PEDIDO.
      *    O titulo do pedido e a soma das parcelas de recebiveis.dat
      *    (chave pedido + parcela)
           MOVE ZEROS TO SALDO-DAS-PARCELAS.
           MOVE ZEROS TO QTDE-PARCELAS-LIDAS.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM SOMA-PARCELA-DO-PEDIDO UNTIL FIM-PARCELAS = "S".

       SOMA-PARCELA-DO-PEDIDO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   ADD 1 TO QTDE-PARCELAS-LIDAS
                   IF NOT RECEBIVEL-BAIXADO-PERDA
                       ADD RECEBIVEL-SALDO TO SALDO-DAS-PARCELAS
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       LOCALIZA-CLIENTE-NA-TABELA.

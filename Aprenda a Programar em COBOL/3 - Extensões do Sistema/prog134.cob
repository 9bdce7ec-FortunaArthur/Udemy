      *    mesa dava um numero diferente do que o controle de limite
      *    usa. O cadastro tambem mostra CLIENTE-EXPOSICAO-ATUAL, o
      *    saldo que o PROG63 consulta de verdade.
      *    Com o titulo aberto por parcela, o saldo do pedido
      *    Faturado passou a ser a soma do saldo das parcelas.
      *    Parcela baixada como perda (PROG198) ficou fora da soma:
      *    o saldo dela continua no titulo pra recuperacao, mas ja
      *    saiu da exposicao do cliente.
      *    A pedido do operador, a consulta passou a listar tambem os
      *    pedidos do cliente ja tirados de pedidos.dat pelo
      *    arquivamento do PROG310 (pedidos_historico.dat, pela chave
      *    alternativa do cliente), marcados como ARQUIVADO e
      *    somados a parte: sao todos Pagos ou Cancelados e nao
      *    mexem na exposicao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELPEDARQ.cob".
           COPY "SELRECEBIVEL.cob".

           SELECT ARQUIVO-HISTORICO
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDARQ.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDHISTCLIENTE.cob".


       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDARQ-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.
       01  TOTAL-PEDIDOS-ABERTOS PIC 9(6).
       01  VALOR-EXPOSICAO PIC 9(9)V99.
       01  VALOR-EM-ABERTO PIC 9(8)V99.
       01  SALDO-DAS-PARCELAS PIC 9(9)V99.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  FIM-PARCELAS PIC X.
       01  TOTAL-PEDIDOS-PAGOS PIC 9(6).
       01  VALOR-PAGO-ACUMULADO PIC 9(9)V99.
       01  TOTAL-LINHAS-DO-CLIENTE PIC 9(6).
       01  RESPOSTA-ARQUIVADOS PIC X.
       01  TOTAL-PEDIDOS-ARQUIVADOS PIC 9(6).
       01  VALOR-PAGO-ARQUIVADO PIC 9(9)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ARQUIVADO.
           OPEN INPUT ARQUIVO-RECEBIVEL.

           MOVE "S" TO RESPOSTA.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ARQUIVADO.
           CLOSE ARQUIVO-RECEBIVEL.

       PROGRAM-DONE.
               PERFORM EXIBE-CONTATOS
           END-IF.
           PERFORM EXIBE-PEDIDOS-DO-CLIENTE.

           DISPLAY "Incluir os pedidos arquivados do cliente? (S/N)".
           ACCEPT RESPOSTA-ARQUIVADOS.
           IF RESPOSTA-ARQUIVADOS = "S"
               PERFORM EXIBE-PEDIDOS-ARQUIVADOS
           END-IF.

           PERFORM EXIBE-HISTORICO-DO-CLIENTE.

           DISPLAY "Deseja consultar outro cliente? (S/N)".
      *    pedido ainda nao faturado entra pelo valor cheio
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

       EXIBE-PEDIDOS-ARQUIVADOS.
      *    Posiciona pela chave alternativa do cliente em
      *    pedidos_historico.dat; cada registro vai pra
      *    PEDIDO-REGISTRO, que tem o mesmo desenho
           DISPLAY "PEDIDOS ARQUIVADOS (NUMERO DATA SITUACAO VALOR)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-PEDIDOS-ARQUIVADOS.
           MOVE ZERO TO VALOR-PAGO-ARQUIVADO.
           MOVE CODIGO-CONSULTADO TO PEDARQ-CLIENTE-CODIGO.
           START ARQUIVO-PEDIDO-ARQUIVADO
               KEY IS EQUAL TO PEDARQ-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-ARQUIVADO.
           PERFORM AVALIA-PEDIDO-ARQUIVADO UNTIL FINAL-ARQUIVO = "S".
           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDOS ARQUIVADOS: " TOTAL-PEDIDOS-ARQUIVADOS
               " VALOR PAGO ARQUIVADO: " VALOR-PAGO-ARQUIVADO.

       LER-PROXIMO-ARQUIVADO.
           READ ARQUIVO-PEDIDO-ARQUIVADO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PEDIDO-ARQUIVADO.
           IF PEDARQ-CLIENTE-CODIGO NOT = CODIGO-CONSULTADO
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               MOVE PEDARQ-REGISTRO TO PEDIDO-REGISTRO
               DISPLAY PEDIDO-NUMERO " " PEDIDO-DATA " "
                   PEDIDO-SITUACAO " " PEDIDO-VALOR " ARQUIVADO"
               ADD 1 TO TOTAL-PEDIDOS-ARQUIVADOS
               IF PEDIDO-PAGO
                   ADD PEDIDO-VALOR TO VALOR-PAGO-ARQUIVADO
               END-IF
               PERFORM LER-PROXIMO-ARQUIVADO
           END-IF.

       EXIBE-HISTORICO-DO-CLIENTE.

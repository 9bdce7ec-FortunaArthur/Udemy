       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG310.
      *    Programa de Arquivamento de Pedidos Encerrados
      *    pedidos.dat so crescia: todo relatorio que o varre (PROG65,
      *    PROG68, PROG122, PROG135, PROG138, PROG161, PROG162 e
      *    outros) lia anos de pedidos Pagos e Cancelados pra achar
      *    o trabalho do mes, e a cadeia noturna ficava mais lenta a
      *    cada trimestre. Esta rodada tira de pedidos.dat, e grava
      *    em pedidos_historico.dat (FDPEDARQ, a mesma imagem de
      *    PEDIDO-REGISTRO), o pedido que:
      *    - esta Pago ou Cancelado;
      *    - se encerrou (data do pagamento, ou do cancelamento) ha
      *      mais meses que a retencao informada na entrada;
      *    - se encerrou em periodo ja fechado (consulta do PROG166);
      *    - nao tem parcela em recebiveis.dat com saldo por receber
      *      (em aberto ou baixada como perda, ainda em recuperacao).
      *    Os titulos de recebiveis.dat, as linhas de
      *    pedido_itens.dat e a trilha hist_pedidos.dat ficam como
      *    estao. O pedido e gravado no historico antes de sair do
      *    arquivo vivo: se a rodada cair no meio, a rerodada acha o
      *    pedido ja arquivado (INVALID KEY do WRITE) e so completa a
      *    exclusao. Como no PROG47, o operador escolhe entre
      *    (S)imulacao, que so conta o que SERIA arquivado, e
      *    (E)fetiva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDARQ.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDARQ.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDARQ-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-PARCELAS PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 FILLER PIC 99.

       01  MESES-DE-RETENCAO PIC 9(3).
       01  MESES-DE-RETENCAO-PADRAO PIC 9(3) VALUE 24.

      *    Meses contados desde o ano zero, pra comparar sem virar
      *    o ano na mao
       01  MES-LIMITE-CONTADO PIC 9(6).
       01  MES-DO-PEDIDO-CONTADO PIC 9(6).

       01  DATA-DO-ENCERRAMENTO PIC 9(8).
       01  DATA-DO-ENCERRAMENTO-DETALHE
           REDEFINES DATA-DO-ENCERRAMENTO.
           05 ENCERRAMENTO-AA PIC 9(4).
           05 ENCERRAMENTO-MM PIC 99.
           05 FILLER PIC 99.

       01  CONSULTA-RESULTADO PIC X.
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  PEDIDO-PROCESSADO PIC 9(6).
       01  QTDE-PARCELAS-A-RECEBER PIC 9(2).

       01  MODO-EXECUCAO PIC X.
           88 MODO-SIMULACAO VALUE "S".
           88 MODO-EFETIVO VALUE "E".

       01  TOTAL-PEDIDOS-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-ARQUIVADOS PIC 9(6) VALUE 0.
       01  TOTAL-JA-NO-HISTORICO PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-SITUACAO PIC 9(6) VALUE 0.
       01  TOTAL-DENTRO-DA-RETENCAO PIC 9(6) VALUE 0.
       01  TOTAL-PERIODO-ABERTO PIC 9(6) VALUE 0.
       01  TOTAL-COM-TITULO-A-RECEBER PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "RODADA EM (S)IMULACAO OU (E)FETIVA? (ENTER "
               "PARA SIMULACAO):".
           ACCEPT MODO-EXECUCAO.
           IF NOT MODO-EFETIVO
               SET MODO-SIMULACAO TO TRUE
               DISPLAY "MODO SIMULACAO - NADA SERA ARQUIVADO NEM "
                   "EXCLUIDO"
           END-IF.

           MOVE ZEROS TO MESES-DE-RETENCAO.
           DISPLAY "INFORME OS MESES DE RETENCAO NO ARQUIVO VIVO "
               "(ENTER PARA " MESES-DE-RETENCAO-PADRAO "):".
           ACCEPT MESES-DE-RETENCAO.
           IF MESES-DE-RETENCAO = 0
               MOVE MESES-DE-RETENCAO-PADRAO TO MESES-DE-RETENCAO
           END-IF.

      *    Encerrado no mes limite ou antes dele sai do arquivo vivo
           COMPUTE MES-LIMITE-CONTADO = DATA-EXECUCAO-AA * 12
               + DATA-EXECUCAO-MM - MESES-DE-RETENCAO.

           DISPLAY "ARQUIVAMENTO DE PEDIDOS PAGOS E CANCELADOS - "
               "DATA " DATA-EXECUCAO " RETENCAO: " MESES-DE-RETENCAO
               " MESES".

           OPEN I-O ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-PEDIDO-ARQUIVADO
           END-IF.

           MOVE ZEROS TO PEDIDO-NUMERO.
           START ARQUIVO-PEDIDO KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-RECEBIVEL.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-PEDIDO-ARQUIVADO
           END-IF.

           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDOS LIDOS: " TOTAL-PEDIDOS-LIDOS.
           IF MODO-EFETIVO
               DISPLAY "PEDIDOS ARQUIVADOS: " TOTAL-ARQUIVADOS
           ELSE
               DISPLAY "PEDIDOS QUE SERIAM ARQUIVADOS: "
                   TOTAL-ARQUIVADOS
           END-IF.
           IF TOTAL-JA-NO-HISTORICO > 0
               DISPLAY "  DOS QUAIS JA ESTAVAM NO HISTORICO (RODADA "
                   "ANTERIOR INTERROMPIDA): " TOTAL-JA-NO-HISTORICO
           END-IF.
           DISPLAY "MANTIDOS - NEM PAGOS NEM CANCELADOS: "
               TOTAL-FORA-DA-SITUACAO.
           DISPLAY "MANTIDOS - DENTRO DA RETENCAO: "
               TOTAL-DENTRO-DA-RETENCAO.
           DISPLAY "MANTIDOS - PERIODO AINDA ABERTO: "
               TOTAL-PERIODO-ABERTO.
           DISPLAY "MANTIDOS - TITULO COM SALDO A RECEBER: "
               TOTAL-COM-TITULO-A-RECEBER.
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO CONCLUIDA - PEDIDOS.DAT E HISTORICO "
                   "INTOCADOS"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PEDIDO.
           ADD 1 TO TOTAL-PEDIDOS-LIDOS.
           MOVE PEDIDO-NUMERO TO PEDIDO-PROCESSADO.

           EVALUATE TRUE
               WHEN PEDIDO-PAGO
                   MOVE PEDIDO-DATA-PAGAMENTO TO DATA-DO-ENCERRAMENTO
               WHEN PEDIDO-CANCELADO
                   MOVE PEDIDO-DATA-CANCELAMENTO
                       TO DATA-DO-ENCERRAMENTO
               WHEN OTHER
                   MOVE ZEROS TO DATA-DO-ENCERRAMENTO
           END-EVALUATE.
           IF DATA-DO-ENCERRAMENTO = 0
               MOVE PEDIDO-DATA TO DATA-DO-ENCERRAMENTO
           END-IF.
           COMPUTE MES-DO-PEDIDO-CONTADO = ENCERRAMENTO-AA * 12
               + ENCERRAMENTO-MM.

           IF PEDIDO-PAGO OR PEDIDO-CANCELADO
               IF MES-DO-PEDIDO-CONTADO > MES-LIMITE-CONTADO
                   ADD 1 TO TOTAL-DENTRO-DA-RETENCAO
               ELSE
                   CALL "PROG166" USING DATA-DO-ENCERRAMENTO
                       CONSULTA-RESULTADO
                   IF PERIODO-ABERTO
                       ADD 1 TO TOTAL-PERIODO-ABERTO
                   ELSE
                       PERFORM CONTA-PARCELAS-A-RECEBER
                       IF QTDE-PARCELAS-A-RECEBER > 0
                           ADD 1 TO TOTAL-COM-TITULO-A-RECEBER
                       ELSE
                           PERFORM ARQUIVA-PEDIDO
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-FORA-DA-SITUACAO
           END-IF.

           PERFORM LER-PROXIMO-PEDIDO.

       CONTA-PARCELAS-A-RECEBER.
      *    Parcela em aberto, ou baixada como perda mas ainda em
      *    recuperacao, segura o pedido no arquivo vivo
           MOVE 0 TO QTDE-PARCELAS-A-RECEBER.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM AVALIA-PARCELA-DO-PEDIDO UNTIL FIM-PARCELAS = "S".

       AVALIA-PARCELA-DO-PEDIDO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   IF (RECEBIVEL-EM-ABERTO OR RECEBIVEL-BAIXADO-PERDA)
                       AND RECEBIVEL-SALDO > 0
                       ADD 1 TO QTDE-PARCELAS-A-RECEBER
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       ARQUIVA-PEDIDO.
      *    Grava no historico e so entao exclui do arquivo vivo; na
      *    simulacao so conta
           ADD 1 TO TOTAL-ARQUIVADOS.
           IF MODO-EFETIVO
               WRITE PEDARQ-REGISTRO FROM PEDIDO-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-JA-NO-HISTORICO
               END-WRITE
               PERFORM EXCLUI-PEDIDO-DO-ARQUIVO-VIVO
           END-IF.

       EXCLUI-PEDIDO-DO-ARQUIVO-VIVO.
      *    Depois do DELETE a leitura e reposicionada logo apos o
      *    pedido excluido
           DELETE ARQUIVO-PEDIDO RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR O PEDIDO "
                       PEDIDO-PROCESSADO " DO ARQUIVO VIVO"
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-DELETE.
           MOVE PEDIDO-PROCESSADO TO PEDIDO-NUMERO.
           START ARQUIVO-PEDIDO KEY IS GREATER THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pedidos arquivados; a linha sai sob a
      *    sigla ARQPED - STATUS-PROGRAMA tem 6 posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ARQPED" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ARQUIVADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG322.
      *    Programa da Lista Diaria de Deposito de Cheques
      *    Roda na cadeia dos dias uteis: consulta o calendario
      *    comercial (PROG88) e em dia nao util nao deposita nada, no
      *    padrao do PROG66. Varre cheques_custodia.dat e cada cheque
      *    em Custodia com a data boa pra deposito ate hoje (o que
      *    venceu no fim de semana sai no dia util seguinte):
      *    - sai na lista de deposito do dia, com banco, agencia,
      *      conta, numero e valor, pra ir ao banco;
      *    - vira 1 linha de pagamentos_cheques.dat por titulo que o
      *      cheque paga (pedido, parcela e valor), com a data de
      *      hoje;
      *    - fica Depositado, com a data do deposito.
      *    No fim a propria aplicacao do PROG67 e chamada, como no
      *    retorno de cobranca do PROG143: a mesma baixa parcial,
      *    encargos, creditos e exposicao de qualquer pagamento,
      *    lendo o arquivo proprio dos cheques (pedido na chamada),
      *    separado do pagamentos.dat do banco e do PROG143. O
      *    arquivo sai com trailer (data de hoje, quantidade e valor)
      *    pra conferencia do PROG314. Como o PROG314 recusa o mesmo
      *    nome com a mesma data 2 vezes, uma segunda lista no dia,
      *    depois da primeira ja carregada, e recusada antes de mexer
      *    em qualquer cheque; o que ficou bom depois sai no dia util
      *    seguinte. Dia sem cheque a depositar nao toca no arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCHEQUE.cob".
           COPY "SELARQREC.cob".

           SELECT ARQUIVO-PAGAMENTOS
           ASSIGN TO "pagamentos_cheques.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCHEQUE.cob".
           COPY "FDARQREC.cob".

       FD ARQUIVO-PAGAMENTOS.

       01  LINHA-PAGAMENTO.
           05 PAG-PEDIDO PIC 9(6).
           05 PAG-CLIENTE PIC 9(6).
           05 PAG-VALOR PIC 9(8)V99.
           05 PAG-DATA PIC 9(8).
           05 PAG-PARCELA PIC 9(2).

       01  LINHA-CONTROLE-PAGAMENTO.
           05 CTLPAG-TIPO PIC X.
           05 CTLPAG-DATA PIC 9(8).
           05 CTLPAG-QTDE PIC 9(7).
           05 CTLPAG-VALOR PIC 9(11)V99.
           05 FILLER PIC X(3).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CHEQUE-FILE-STATUS PIC X(2).
       01  ARQREC-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.
       01  INDICE-TITULO PIC 9.

       01  CARGA-FLAG PIC X VALUE "N".
           88 PAGAMENTOS-JA-CARREGADOS VALUE "S".
           88 PAGAMENTOS-NAO-CARREGADOS VALUE "N".

      *    Arquivo que a aplicacao do PROG67 deve ler nesta chamada
       01  ARQUIVO-PAGAMENTOS-SOLICITADO PIC X(50) EXTERNAL.

       01  QTDE-CHEQUES-DO-DIA PIC 9(6) VALUE 0.
       01  TOTAL-CHEQUES-DEPOSITADOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-DEPOSITADO PIC 9(11)V99 VALUE 0.
       01  TOTAL-LINHAS-PAGAMENTO PIC 9(7) VALUE 0.
       01  TOTAL-VALOR-PAGAMENTOS PIC 9(11)V99 VALUE 0.

       01  LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01  MAX-LINHAS-PAGINA PIC 9(3) VALUE 50.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  CAL-RESULTADO-FLAG PIC X VALUE "N".
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.
           IF HOJE-NAO-E-DIA-UTIL
               DISPLAY "DATA " DATA-EXECUCAO " NAO E DIA UTIL NO "
                   "CALENDARIO - DEPOSITO DE CHEQUES NAO DISPARADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-CARGA-DO-DIA.
           IF PAGAMENTOS-JA-CARREGADOS
               DISPLAY "CHEQUES DE " DATA-EXECUCAO " JA APLICADOS "
                   "PELO PROG67"
               DISPLAY "NOVA LISTA DE DEPOSITO RECUSADA - O RESTANTE "
                   "SAI NO PROXIMO DIA UTIL"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-CHEQUE.
           PERFORM POSICIONA-NO-PRIMEIRO-CHEQUE.
           PERFORM CONTA-CHEQUE-DO-DIA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CHEQUE.
           IF QTDE-CHEQUES-DO-DIA = 0
               DISPLAY "NENHUM CHEQUE EM CUSTODIA BOM PARA "
                   DATA-EXECUCAO " - NADA A DEPOSITAR"
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-CHEQUE.
           OPEN OUTPUT ARQUIVO-PAGAMENTOS.

           PERFORM POSICIONA-NO-PRIMEIRO-CHEQUE.
           PERFORM AVALIA-CHEQUE UNTIL FINAL-ARQUIVO = "S".
           PERFORM GRAVA-TRAILER-DE-PAGAMENTOS.

           CLOSE ARQUIVO-CHEQUE.
           CLOSE ARQUIVO-PAGAMENTOS.

           IF NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHEQUES A DEPOSITAR: " TOTAL-CHEQUES-DEPOSITADOS.
           DISPLAY "VALOR TOTAL DO DEPOSITO: " TOTAL-VALOR-DEPOSITADO.
           DISPLAY "LINHAS DE PAGAMENTO GERADAS: "
               TOTAL-LINHAS-PAGAMENTO.

           IF TOTAL-LINHAS-PAGAMENTO > 0
               DISPLAY "DISPARANDO A APLICACAO DE PAGAMENTOS (PROG67)"
               MOVE "pagamentos_cheques.dat"
                   TO ARQUIVO-PAGAMENTOS-SOLICITADO
               CALL "PROG67"
               CANCEL "PROG67"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-CARGA-DO-DIA.
      *    O registro de arquivos recebidos do PROG314 e chaveado por
      *    nome + data: se a lista de hoje ja foi carregada, o PROG67
      *    recusaria uma segunda lista inteira
           SET PAGAMENTOS-NAO-CARREGADOS TO TRUE.
           OPEN INPUT ARQUIVO-RECEBIMENTO.
           MOVE "pagamentos_cheques.dat" TO ARQREC-ARQUIVO.
           MOVE DATA-EXECUCAO TO ARQREC-DATA-ARQUIVO.
           READ ARQUIVO-RECEBIMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAGAMENTOS-JA-CARREGADOS TO TRUE
           END-READ.
           CLOSE ARQUIVO-RECEBIMENTO.

       POSICIONA-NO-PRIMEIRO-CHEQUE.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE ZEROS TO CHEQUE-CUSTODIA.
           START ARQUIVO-CHEQUE
               KEY IS NOT LESS THAN CHEQUE-CUSTODIA
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-CHEQUE
           END-IF.

       CONTA-CHEQUE-DO-DIA.
           IF CHEQUE-EM-CUSTODIA
               AND CHEQUE-BOM-PARA NOT > DATA-EXECUCAO
               ADD 1 TO QTDE-CHEQUES-DO-DIA
           END-IF.
           PERFORM LER-PROXIMO-CHEQUE.

       LER-PROXIMO-CHEQUE.
           READ ARQUIVO-CHEQUE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CHEQUE.
           IF CHEQUE-EM-CUSTODIA
               AND CHEQUE-BOM-PARA NOT > DATA-EXECUCAO
               PERFORM DEPOSITA-CHEQUE
           END-IF.
           PERFORM LER-PROXIMO-CHEQUE.

       DEPOSITA-CHEQUE.
           SET CHEQUE-DEPOSITADO TO TRUE.
           MOVE DATA-EXECUCAO TO CHEQUE-DATA-DEPOSITO.
           REWRITE CHEQUE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CHEQUE "
                       CHEQUE-CUSTODIA " - FORA DO DEPOSITO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM IMPRIME-CHEQUE
                   ADD 1 TO TOTAL-CHEQUES-DEPOSITADOS
                   ADD CHEQUE-VALOR TO TOTAL-VALOR-DEPOSITADO
                   PERFORM GRAVA-LINHA-DE-PAGAMENTO
                       VARYING INDICE-TITULO FROM 1 BY 1
                       UNTIL INDICE-TITULO > CHEQUE-QTDE-TITULOS
           END-REWRITE.

       GRAVA-LINHA-DE-PAGAMENTO.
           MOVE CHEQUE-TIT-PEDIDO(INDICE-TITULO) TO PAG-PEDIDO.
           MOVE CHEQUE-TIT-PARCELA(INDICE-TITULO) TO PAG-PARCELA.
           MOVE CHEQUE-CLIENTE TO PAG-CLIENTE.
           MOVE CHEQUE-TIT-VALOR(INDICE-TITULO) TO PAG-VALOR.
           MOVE DATA-EXECUCAO TO PAG-DATA.
           WRITE LINHA-PAGAMENTO.
           ADD 1 TO TOTAL-LINHAS-PAGAMENTO.
           ADD CHEQUE-TIT-VALOR(INDICE-TITULO)
               TO TOTAL-VALOR-PAGAMENTOS.

       GRAVA-TRAILER-DE-PAGAMENTOS.
      *    Trailer de controle pra conferencia do PROG67, com a data
      *    do deposito
           MOVE SPACE TO LINHA-CONTROLE-PAGAMENTO.
           MOVE "T" TO CTLPAG-TIPO.
           MOVE DATA-EXECUCAO TO CTLPAG-DATA.
           MOVE TOTAL-LINHAS-PAGAMENTO TO CTLPAG-QTDE.
           MOVE TOTAL-VALOR-PAGAMENTOS TO CTLPAG-VALOR.
           WRITE LINHA-CONTROLE-PAGAMENTO.

       IMPRIME-CHEQUE.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY CHEQUE-CUSTODIA " " CHEQUE-BANCO " "
               CHEQUE-AGENCIA " " CHEQUE-CONTA " " CHEQUE-NUMERO
               " " CHEQUE-VALOR " " CHEQUE-CLIENTE " "
               CHEQUE-BOM-PARA.
           ADD 1 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "LISTA DE DEPOSITO DE CHEQUES - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "CUSTOD BCO AGEN CONTA        NUMERO VALOR      "
               " CLIENT BOM PARA".
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cheques depositados; a linha sai sob a
      *    sigla DEPCHQ (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "DEPCHQ" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CHEQUES-DEPOSITADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

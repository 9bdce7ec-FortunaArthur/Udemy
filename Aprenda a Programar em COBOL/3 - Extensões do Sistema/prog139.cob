      *    enviado fica em cobranca_niveis.dat: cliente que ja
      *    recebeu um nivel sobe pro seguinte em vez de receber o
      *    lembrete numero 1 pra sempre.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela pela condicao de
      *    pagamento, a idade da divida passou a ser o atraso sobre
      *    o vencimento de cada parcela em aberto, nao mais a idade
      *    do pedido: lembrete com qualquer parcela vencida, carta
      *    firme acima de 30 dias de atraso e aviso final acima de
      *    60 - no prazo padrao de 30 dias, as mesmas faixas de
      *    antes. Pedido nao faturado vence na data do pedido + 30.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada carta impressa passou a ser copiada, com a filial do
      *    cliente e o valor vencido, em distribuir_prog139.dat, de
      *    onde a distribuicao por filial (PROG315) tira as cartas de
      *    cada filial com os totais de pagina so daquela filial. A
      *    mensagem do aviso final, a mais longa, passou a sair em 2
      *    linhas pra caber na linha de impressao.
      *    Cada carta impressa passou a deixar tambem 1 linha em
      *    cartas_cobranca.dat (data, cliente, nivel e valor
      *    vencido): cobranca_niveis.dat so guarda o ultimo nivel, e
      *    a revisao de limites (PROG317) conta as cartas do periodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELRECEBIVEL.cob".
           COPY "SELCOBRANCA.cob".
           COPY "SELSTATUS.cob".
           COPY "SELDISTREL.cob".
           COPY "SELCARTAS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEBIVEL.cob".
           COPY "FDCOBRANCA.cob".
           COPY "FDSTATUS.cob".
           COPY "FDDISTREL.cob".
           COPY "FDCARTAS.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-PEDIDO-DESMONTADA.
           05 DATA-PEDIDO-AA PIC 9(4).
           05 DATA-PEDIDO-MM PIC 99.
           05 DATA-PEDIDO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).
       01  IDADE-DIAS PIC S9(6).
       01  FIM-PARCELAS PIC X.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  VALOR-EM-ABERTO PIC 9(8)V99.

       01  QTDE-DEVEDORES PIC 9(3) VALUE 0.
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

      *    Copia de cada linha de item impressa, com a filial dona do
      *    item, pra distribuicao por filial no PROG315
       01  DISTR-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50)
           VALUE "distribuir_prog139.dat".
       01  LINHA-IMPRESSA PIC X(132).
       01  FILIAL-DO-ITEM PIC X(4).
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  SEQUENCIA-ITEM-DISTRIBUIDO PIC 9(6) VALUE 0.
       01  LINHA-DO-ITEM PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-COBRANCA.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.
           OPEN EXTEND ARQUIVO-CARTAS.
           PERFORM EMITE-CARTA-DO-DEVEDOR
               VARYING INDICE-DEVEDOR FROM 1 BY 1
               UNTIL INDICE-DEVEDOR > QTDE-DEVEDORES.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-COBRANCA.
           CLOSE ARQUIVO-DISTRIBUICAO.
           CLOSE ARQUIVO-CARTAS.

           DISPLAY "---------------------------------------------".
           DISPLAY "CARTAS DE COBRANCA EMITIDAS: " TOTAL-CARTAS.

       APURA-DEVEDORES.
      *    Uma unica varrida de pedidos.dat acumulando por cliente o
      *    vencido (parcela com vencimento passado) e o maior atraso
           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-ARQUIVO.

       ACUMULA-PEDIDO.
           IF NOT PEDIDO-PAGO AND NOT PEDIDO-CANCELADO
               MOVE ZEROS TO QTDE-PARCELAS-LIDAS
               IF PEDIDO-FATURADO
                   PERFORM APURA-PARCELAS-DO-PEDIDO
               END-IF
               IF QTDE-PARCELAS-LIDAS = 0
                   PERFORM APURA-PEDIDO-SEM-TITULO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       APURA-PEDIDO-SEM-TITULO.
      *    Sem titulo: valor cheio, vencendo na data do pedido + 30
           MOVE PEDIDO-VALOR TO VALOR-EM-ABERTO.
           MOVE PEDIDO-DATA TO DATA-PEDIDO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = DATA-PEDIDO-AA * 360
               + DATA-PEDIDO-MM * 30 + DATA-PEDIDO-DD + 30.
           PERFORM CONFERE-ATRASO.

       APURA-PARCELAS-DO-PEDIDO.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM APURA-PROXIMA-PARCELA UNTIL FIM-PARCELAS = "S".

       APURA-PROXIMA-PARCELA.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   ADD 1 TO QTDE-PARCELAS-LIDAS
                   IF RECEBIVEL-EM-ABERTO
                       MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                       MOVE RECEBIVEL-DATA-VENCIMENTO
                           TO DATA-VENCIMENTO-DESMONTADA
                       COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
                           + VENCTO-MM * 30 + VENCTO-DD
                       PERFORM CONFERE-ATRASO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       CONFERE-ATRASO.
      *    So o que ja venceu entra na carta
           COMPUTE IDADE-DIAS = DIAS-HOJE - DIAS-VENCIMENTO.
           IF IDADE-DIAS > 0 AND VALOR-EM-ABERTO > 0
               PERFORM ACUMULA-DEVEDOR
           END-IF.

       ACUMULA-DEVEDOR.
                   PERFORM ESCOLHE-NIVEL-DA-CARTA
                   PERFORM IMPRIME-CARTA
                   PERFORM REGISTRA-NIVEL-ENVIADO
                   PERFORM REGISTRA-CARTA-EMITIDA
           END-READ.

       ESCOLHE-NIVEL-DA-CARTA.
      *    O nivel vem da faixa da divida mais antiga; quem ja
      *    recebeu esse nivel sobe pro seguinte (ate o aviso final)
           EVALUATE TRUE
               WHEN DEV-TAB-MAIOR-IDADE(INDICE-DEVEDOR) > 60
                   MOVE 3 TO NIVEL-PELA-FAIXA
               WHEN DEV-TAB-MAIOR-IDADE(INDICE-DEVEDOR) > 30
                   MOVE 2 TO NIVEL-PELA-FAIXA
               WHEN OTHER
                   MOVE 1 TO NIVEL-PELA-FAIXA
               MOVE CLIENTE-NOME TO NOME-DESTINATARIO
           END-IF.

           MOVE CLIENTE-FILIAL TO FILIAL-DO-ITEM.
           MOVE DEV-TAB-VENCIDO(INDICE-DEVEDOR) TO VALOR-DO-ITEM.
           PERFORM ABRE-ITEM-DISTRIBUIDO.
           MOVE SPACE TO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE ALL "=" TO LINHA-IMPRESSA(1:45).
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "CARTA DE COBRANCA - NIVEL " DELIMITED BY SIZE
               NIVEL-A-ENVIAR DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "AO: " DELIMITED BY SIZE
               NOME-DESTINATARIO DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE CLIENTE-NOME TO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING CLIENTE-END-RUA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLIENTE-END-NUMERO DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING CLIENTE-END-CIDADE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CLIENTE-END-UF DELIMITED BY SIZE
               " CEP " DELIMITED BY SIZE
               CLIENTE-END-CEP DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           MOVE ALL "-" TO LINHA-IMPRESSA(1:45).
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           EVALUATE NIVEL-A-ENVIAR
               WHEN 1
                   STRING "LEMBRAMOS QUE HA VALORES EM ABERTO DE "
                       DELIMITED BY SIZE
                       DEV-TAB-VENCIDO(INDICE-DEVEDOR)
                       DELIMITED BY SIZE
                       " EM SUA CONTA. CASO JA TENHA PAGO, "
                       DELIMITED BY SIZE
                       "DESCONSIDERE ESTE AVISO." DELIMITED BY SIZE
                       INTO LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-DO-ITEM
               WHEN 2
                   STRING "SEGUEM EM ABERTO " DELIMITED BY SIZE
                       DEV-TAB-VENCIDO(INDICE-DEVEDOR)
                       DELIMITED BY SIZE
                       " VENCIDOS HA MAIS DE 30 DIAS. SOLICITAMOS A "
                       DELIMITED BY SIZE
                       "REGULARIZACAO EM ATE 5 DIAS UTEIS."
                       DELIMITED BY SIZE
                       INTO LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-DO-ITEM
               WHEN OTHER
                   STRING "AVISO FINAL: DEBITO DE " DELIMITED BY SIZE
                       DEV-TAB-VENCIDO(INDICE-DEVEDOR)
                       DELIMITED BY SIZE
                       " VENCIDO HA MAIS DE 60 DIAS. SEM A "
                       DELIMITED BY SIZE
                       INTO LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-DO-ITEM
                   MOVE SPACE TO LINHA-IMPRESSA
                   STRING "REGULARIZACAO O CREDITO SERA SUSPENSO E A "
                       DELIMITED BY SIZE
                       "COBRANCA SEGUIRA PELOS MEIOS CABIVEIS."
                       DELIMITED BY SIZE
                       INTO LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-DO-ITEM
           END-EVALUATE.
           MOVE SPACE TO LINHA-IMPRESSA.
           MOVE ALL "=" TO LINHA-IMPRESSA(1:45).
           PERFORM IMPRIME-LINHA-DO-ITEM.
           ADD 1 TO TOTAL-CARTAS.

       PROCURA-CONTATO-FINANCEIRO.
                   END-REWRITE
           END-READ.

       REGISTRA-CARTA-EMITIDA.
      *    1 linha por carta, pra contagem de cartas por periodo
           MOVE SPACE TO LINHA-CARTA.
           MOVE DATA-EXECUCAO TO CARTA-DATA.
           MOVE CLIENTE-CODIGO TO CARTA-CLIENTE.
           MOVE NIVEL-A-ENVIAR TO CARTA-NIVEL.
           MOVE DEV-TAB-VENCIDO(INDICE-DEVEDOR) TO CARTA-VALOR-VENCIDO.
           WRITE LINHA-CARTA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cartas emitidas nesta rodada; a linha sai
           MOVE TOTAL-CARTAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       ABRE-ITEM-DISTRIBUIDO.
      *    Cada item do relatorio ganha o proximo numero; as linhas
      *    dele sao numeradas a partir de 1
           ADD 1 TO SEQUENCIA-ITEM-DISTRIBUIDO.
           MOVE 0 TO LINHA-DO-ITEM.

       IMPRIME-LINHA-DO-ITEM.
      *    A linha montada em LINHA-IMPRESSA sai no relatorio geral e
      *    e copiada no arquivo de distribuicao
           DISPLAY LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-DISTRIBUICAO.

       GRAVA-LINHA-DISTRIBUICAO.
      *    A linha leva a filial do item; o valor do item, que entra
      *    no total da pagina da filial, vai so na primeira linha
           ADD 1 TO LINHA-DO-ITEM.
           MOVE "PROG139" TO DISTR-RELATORIO.
           MOVE DATA-EXECUCAO TO DISTR-DATA.
           MOVE FILIAL-DO-ITEM TO DISTR-FILIAL.
           MOVE SEQUENCIA-ITEM-DISTRIBUIDO TO DISTR-ITEM.
           MOVE LINHA-DO-ITEM TO DISTR-LINHA.
           IF LINHA-DO-ITEM = 1
               MOVE VALOR-DO-ITEM TO DISTR-VALOR
           ELSE
               MOVE 0 TO DISTR-VALOR
           END-IF.
           MOVE LINHA-IMPRESSA TO DISTR-TEXTO.
           WRITE LINHA-DISTRIBUICAO.

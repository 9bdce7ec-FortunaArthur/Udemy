      *    pagamento parcial aplicado pelo PROG67 some do aging na
      *    hora, e titulo quitado nao aparece mesmo que o flag do
      *    pedido ainda nao tenha virado.
      *    Com o titulo aberto por parcela (condicao de pagamento do
      *    PROG176), as faixas passaram a ser contadas do vencimento
      *    e nao mais da data do pedido: a vencer, 1-30, 31-60 e
      *    mais de 60 dias de atraso, cada parcela em aberto pelo
      *    seu proprio RECEBIVEL-DATA-VENCIMENTO. Pedido ainda nao
      *    faturado vence na data do pedido + 30 dias, o prazo
      *    padrao - no prazo padrao as faixas batem com as antigas
      *    de 0-30, 31-60, 61-90 e +90 dias do pedido.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada cliente impresso passou a ser copiado, com a filial
      *    do cliente e o total das 4 faixas, em distribuir_prog68.dat,
      *    de onde a distribuicao por filial (PROG315) tira 1 aging
      *    por filial com os totais de pagina so daquela filial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCLIENTE.cob".
           COPY "SELFILIAL.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELDISTREL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFILIAL.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDDISTREL.cob".

       WORKING-STORAGE SECTION.

       01  VALOR-EM-ABERTO PIC 9(8)V99.

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
       01  DIAS-ATRASO PIC S9(6).
       01  FIM-PARCELAS PIC X.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).

       01  PEDIDO-CONTADO-FLAG PIC X VALUE "N".
           88 PEDIDO-JA-CONTADO VALUE "S".
           88 PEDIDO-NAO-CONTADO VALUE "N".

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
           88 AVISO-JA-DADO VALUE "S".
           88 AVISO-NAO-DADO VALUE "N".

      *    Copia de cada linha de item impressa, com a filial dona do
      *    item, pra distribuicao por filial no PROG315
       01  DISTR-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50)
           VALUE "distribuir_prog68.dat".
       01  LINHA-IMPRESSA PIC X(132).
       01  FILIAL-DO-ITEM PIC X(4).
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  SEQUENCIA-ITEM-DISTRIBUIDO PIC 9(6) VALUE 0.
       01  LINHA-DO-ITEM PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.
           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".

           OPEN INPUT ARQUIVO-FILIAL.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.
           PERFORM IMPRIME-RELATORIO.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-DISTRIBUICAO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-CLIENTE.

       AVALIA-PEDIDO.
           IF NOT PEDIDO-PAGO AND NOT PEDIDO-CANCELADO
               SET PEDIDO-NAO-CONTADO TO TRUE
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
      *    Pedido ainda nao faturado (ou faturado sem titulo) entra
      *    pelo valor cheio, vencendo na data do pedido + 30 dias
           MOVE PEDIDO-VALOR TO VALOR-EM-ABERTO.
           MOVE PEDIDO-DATA TO DATA-PEDIDO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = DATA-PEDIDO-AA * 360
               + DATA-PEDIDO-MM * 30 + DATA-PEDIDO-DD + 30.
           IF VALOR-EM-ABERTO > 0
               PERFORM CLASSIFICA-PEDIDO
           END-IF.

       APURA-PARCELAS-DO-PEDIDO.
      *    Pedido faturado entra pelo saldo devedor de cada parcela
      *    em aberto, cada uma na faixa do seu vencimento
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
                   IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
                       MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                       MOVE RECEBIVEL-DATA-VENCIMENTO
                           TO DATA-VENCIMENTO-DESMONTADA
                       COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
                           + VENCTO-MM * 30 + VENCTO-DD
                       PERFORM CLASSIFICA-PEDIDO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       CLASSIFICA-PEDIDO.
      *    VALOR-EM-ABERTO e DIAS-VENCIMENTO vem de quem chamou; o
      *    pedido conta 1 vez so no total, mesmo com varias parcelas
           IF PEDIDO-NAO-CONTADO
               ADD 1 TO TOTAL-PEDIDOS-EM-ABERTO
               SET PEDIDO-JA-CONTADO TO TRUE
           END-IF.
           COMPUTE DIAS-ATRASO = DIAS-HOJE - DIAS-VENCIMENTO.

           PERFORM LOCALIZA-CLIENTE-AGING.
           IF CLIENTE-FORA-TABELA
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               EVALUATE TRUE
                   WHEN DIAS-ATRASO <= 0
                       ADD VALOR-EM-ABERTO
                           TO AGING-FAIXA-1(INDICE-ACHADO)
                       ADD VALOR-EM-ABERTO TO TOTAL-FAIXA-1
                   WHEN DIAS-ATRASO <= 30
                       ADD VALOR-EM-ABERTO
                           TO AGING-FAIXA-2(INDICE-ACHADO)
                       ADD VALOR-EM-ABERTO TO TOTAL-FAIXA-2
                   WHEN DIAS-ATRASO <= 60
                       ADD VALOR-EM-ABERTO
                           TO AGING-FAIXA-3(INDICE-ACHADO)
                       ADD VALOR-EM-ABERTO TO TOTAL-FAIXA-3
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE AGING-FILIAL(INDICE-CLIENTE) TO FILIAL-DO-ITEM.
           COMPUTE VALOR-DO-ITEM = AGING-FAIXA-1(INDICE-CLIENTE)
               + AGING-FAIXA-2(INDICE-CLIENTE)
               + AGING-FAIXA-3(INDICE-CLIENTE)
               + AGING-FAIXA-4(INDICE-CLIENTE).
           PERFORM ABRE-ITEM-DISTRIBUIDO.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "CODIGO: " DELIMITED BY SIZE
               AGING-CODIGO(INDICE-CLIENTE) DELIMITED BY SIZE
               " NOME: " DELIMITED BY SIZE
               AGING-NOME(INDICE-CLIENTE) DELIMITED BY SIZE
               " TELEFONE: " DELIMITED BY SIZE
               AGING-TELEFONE(INDICE-CLIENTE) DELIMITED BY SIZE
               " FILIAL: " DELIMITED BY SIZE
               AGING-FILIAL(INDICE-CLIENTE) DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "  A VENCER: " DELIMITED BY SIZE
               AGING-FAIXA-1(INDICE-CLIENTE) DELIMITED BY SIZE
               " 1-30: " DELIMITED BY SIZE
               AGING-FAIXA-2(INDICE-CLIENTE) DELIMITED BY SIZE
               " 31-60: " DELIMITED BY SIZE
               AGING-FAIXA-3(INDICE-CLIENTE) DELIMITED BY SIZE
               " +60: " DELIMITED BY SIZE
               AGING-FAIXA-4(INDICE-CLIENTE) DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL A VENCER: " TOTAL-FAIXA-1.
           DISPLAY "TOTAL VENCIDO 1-30 DIAS: " TOTAL-FAIXA-2.
           DISPLAY "TOTAL VENCIDO 31-60 DIAS: " TOTAL-FAIXA-3.
           DISPLAY "TOTAL VENCIDO ACIMA DE 60 DIAS: " TOTAL-FAIXA-4.
           DISPLAY "TOTAL DE PEDIDOS NAO PAGOS: "
               TOTAL-PEDIDOS-EM-ABERTO.
           IF TOTAL-FORA-DA-TABELA > 0
               NOT INVALID KEY
                   MOVE FILIAL-NOME TO NOME-FILIAL-EXIBIDO
           END-READ.

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
           MOVE "PROG68" TO DISTR-RELATORIO.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG181.
      *    Programa do Relatorio de Divergencia de Preco
      *    Com os acordos de preco (PROG179) a entrada de pedidos
      *    passou a cobrar o preco acordado sozinha, e preco que
      *    ainda assim sai diferente e desconto dado por fora ou
      *    erro de digitacao. Este relatorio le os pedidos do mes
      *    informado (AAAAMM, pela PEDIDO-DATA), menos os cancelados,
      *    e confere cada linha de pedido_itens.dat: o preco unitario
      *    cobrado contra o preco vigente na data do pedido (PROG121,
      *    ou o preco de tabela do cadastro quando nao ha linha de
      *    preco) e contra o acordo do cliente ou da filial que vale
      *    na data e na quantidade (PROG180). Sai no relatorio a
      *    linha cujo preco nao bate com a tabela nem com acordo
      *    nenhum, com a diferenca da linha contra a referencia (o
      *    preco acordado, havendo acordo, senao o de tabela). Linha
      *    gravada antes do preco unitario ter campo proprio e
      *    conferida pelo valor da linha sobre a quantidade.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELCLIENTE.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-PEDIDO-DESMONTADA.
           05 PEDIDO-MES-AAMM PIC 9(6).
           05 PEDIDO-DIA PIC 99.

       01  FIM-ITENS PIC X.
       01  FILIAL-DO-PEDIDO PIC X(4).

       01  PRECO-COBRADO PIC 9(5)V99.
       01  PRECO-DE-TABELA PIC 9(5)V99.
       01  PRECO-ACORDADO PIC 9(5)V99.
       01  PRECO-DE-REFERENCIA PIC 9(5)V99.
       01  ACORDO-VIGENTE PIC 9(6).
       01  DIFERENCA-DA-LINHA PIC S9(9)V99.

       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
           88 PRECO-VIGENTE-NAO-ACHADO VALUE "N".

       01  ACORDO-PRECO-FLAG PIC X VALUE "N".
           88 ACORDO-DE-PRECO-ACHADO VALUE "S".
           88 ACORDO-DE-PRECO-NAO-ACHADO VALUE "N".

       01  TOTAL-PEDIDOS-NO-MES PIC 9(6) VALUE 0.
       01  TOTAL-LINHAS-CONFERIDAS PIC 9(7) VALUE 0.
       01  TOTAL-LINHAS-DIVERGENTES PIC 9(7) VALUE 0.
       01  TOTAL-DIFERENCA PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-CLIENTE.

           DISPLAY "RELATORIO DE DIVERGENCIA DE PRECO - MES "
               MES-APURADO.
           DISPLAY "(PEDIDO LINHA CLIENTE PRODUTO QTDE COBRADO "
               "TABELA ACORDADO ACORDO DIFERENCA)".
           DISPLAY "-------------------------------------------------".

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".

           PERFORM IMPRIME-TOTAIS.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-CLIENTE.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PEDIDO.
           MOVE PEDIDO-DATA TO DATA-PEDIDO-DESMONTADA.
           IF NOT PEDIDO-CANCELADO
               AND PEDIDO-MES-AAMM = MES-APURADO
               ADD 1 TO TOTAL-PEDIDOS-NO-MES
               PERFORM BUSCA-FILIAL-DO-PEDIDO
               PERFORM CONFERE-ITENS-DO-PEDIDO
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       BUSCA-FILIAL-DO-PEDIDO.
      *    Cliente que nao existe mais fica sem filial, e so o
      *    acordo do proprio cliente e procurado
           MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO FILIAL-DO-PEDIDO
               NOT INVALID KEY
                   MOVE CLIENTE-FILIAL TO FILIAL-DO-PEDIDO
           END-READ.

       CONFERE-ITENS-DO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM LE-LINHA-DO-PEDIDO UNTIL FIM-ITENS = "S".

       LE-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   PERFORM CONFERE-PRECO-DA-LINHA
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       CONFERE-PRECO-DA-LINHA.
           ADD 1 TO TOTAL-LINHAS-CONFERIDAS.
           IF PEDIDO-ITEM-PRECO-UNITARIO > 0
               MOVE PEDIDO-ITEM-PRECO-UNITARIO TO PRECO-COBRADO
           ELSE
               IF PEDIDO-ITEM-QTDE > 0
                   COMPUTE PRECO-COBRADO ROUNDED =
                       PEDIDO-ITEM-VALOR / PEDIDO-ITEM-QTDE
               ELSE
                   MOVE ZEROS TO PRECO-COBRADO
               END-IF
           END-IF.
           PERFORM APURA-PRECO-DE-TABELA.
           CALL "PROG180" USING PEDIDO-CLIENTE-CODIGO
               FILIAL-DO-PEDIDO PEDIDO-ITEM-CODIGO PEDIDO-ITEM-QTDE
               PEDIDO-DATA PRECO-DE-TABELA ACORDO-PRECO-FLAG
               PRECO-ACORDADO ACORDO-VIGENTE.
           IF PRECO-COBRADO NOT = PRECO-DE-TABELA
               IF ACORDO-DE-PRECO-NAO-ACHADO
                   MOVE PRECO-DE-TABELA TO PRECO-DE-REFERENCIA
                   PERFORM IMPRIME-LINHA-DIVERGENTE
               ELSE
                   IF PRECO-COBRADO NOT = PRECO-ACORDADO
                       MOVE PRECO-ACORDADO TO PRECO-DE-REFERENCIA
                       PERFORM IMPRIME-LINHA-DIVERGENTE
                   END-IF
               END-IF
           END-IF.

       APURA-PRECO-DE-TABELA.
      *    O mesmo preco que a entrada de pedidos usaria na data:
      *    o vigente do PROG121 ou, sem linha de preco, o do cadastro
           CALL "PROG121" USING PEDIDO-ITEM-CODIGO PEDIDO-DATA
               PRECO-VIGENTE-FLAG PRECO-DE-TABELA.
           IF PRECO-VIGENTE-NAO-ACHADO
               MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       MOVE ZEROS TO PRECO-DE-TABELA
                   NOT INVALID KEY
                       MOVE PRODUTO-PRECO-UNITARIO TO PRECO-DE-TABELA
               END-READ
           END-IF.

       IMPRIME-LINHA-DIVERGENTE.
           ADD 1 TO TOTAL-LINHAS-DIVERGENTES.
           COMPUTE DIFERENCA-DA-LINHA =
               (PRECO-COBRADO - PRECO-DE-REFERENCIA)
               * PEDIDO-ITEM-QTDE.
           ADD DIFERENCA-DA-LINHA TO TOTAL-DIFERENCA.
           IF ACORDO-DE-PRECO-NAO-ACHADO
               MOVE ZEROS TO PRECO-ACORDADO
           END-IF.
           DISPLAY PEDIDO-NUMERO " " PEDIDO-ITEM-LINHA " "
               PEDIDO-CLIENTE-CODIGO " " PEDIDO-ITEM-CODIGO " "
               PEDIDO-ITEM-QTDE " " PRECO-COBRADO " "
               PRECO-DE-TABELA " " PRECO-ACORDADO " "
               ACORDO-VIGENTE " " DIFERENCA-DA-LINHA.

       IMPRIME-TOTAIS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "PEDIDOS DO MES (SEM CANCELADOS): "
               TOTAL-PEDIDOS-NO-MES.
           DISPLAY "LINHAS CONFERIDAS: " TOTAL-LINHAS-CONFERIDAS.
           DISPLAY "LINHAS COM PRECO DIVERGENTE: "
               TOTAL-LINHAS-DIVERGENTES.
           DISPLAY "DIFERENCA TOTAL CONTRA A REFERENCIA: "
               TOTAL-DIFERENCA.

      *    Programa do Relatorio Mensal de Margem Bruta
      *    A receita esta em pedidos.dat mas ninguem sabia dizer o
      *    que sobrou. Este relatorio le os pedidos Faturados e Pagos
      *    do mes informado (AAAAMM, pela PEDIDO-DATA) e, item a item,
      *    poe o valor faturado contra o custo - quantidade vezes o
      *    PRODUTO-CUSTO-UNITARIO que os recebimentos do PROG116
      *    mantem no cadastro. Subtotais por produto e por
      *    fechamento de comissao (PROG71) continua pagando sobre a
      *    venda bruta; este relatorio e o numero que a gerencia quer
      *    ver antes de mudar isso.
      *
      *    HISTORICO DE ALTERACOES
      *    Os itens do pedido passaram pra pedido_itens.dat: cada
      *    pedido do mes tem as linhas lidas pela chave pedido +
      *    linha, sem o teto antigo de 10 itens por pedido.
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

       01  CUSTO-DO-ITEM PIC 9(9)V99.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-CLIENTE.

           PERFORM IMPRIME-RELATORIO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-CLIENTE.

               AND PEDIDO-MES-AAMM = MES-APURADO
               ADD 1 TO TOTAL-PEDIDOS-NO-MES
               PERFORM BUSCA-FILIAL-DO-PEDIDO
               PERFORM APURA-ITENS-DO-PEDIDO
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

                   MOVE CLIENTE-FILIAL TO FILIAL-DO-PEDIDO
           END-READ.

       APURA-ITENS-DO-PEDIDO.
      *    As linhas do pedido em pedido_itens.dat, pela chave
      *    pedido + linha
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
                   PERFORM APURA-ITEM-DO-PEDIDO
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       APURA-ITEM-DO-PEDIDO.
      *    O custo do item sai do cadastro pelo ultimo custo de
      *    compra; produto que sumiu do cadastro entra com custo
      *    zero e sai apontado no console
           MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE ZERO TO CUSTO-DO-ITEM
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " ITEM COM "
                       "PRODUTO " PEDIDO-ITEM-CODIGO
                       " FORA DO CADASTRO - CUSTO ASSUMIDO ZERO"
               NOT INVALID KEY
                   COMPUTE CUSTO-DO-ITEM = PRODUTO-CUSTO-UNITARIO
                       * PEDIDO-ITEM-QTDE
           END-READ.

           ADD PEDIDO-ITEM-VALOR TO TOTAL-VENDIDO.
           ADD CUSTO-DO-ITEM TO TOTAL-CUSTO.

           PERFORM ACUMULA-PRODUTO.
           IF INDICE-ACHADO = 0
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               ADD PEDIDO-ITEM-VALOR
                   TO PROD-TAB-VENDIDO(INDICE-ACHADO)
               ADD CUSTO-DO-ITEM TO PROD-TAB-CUSTO(INDICE-ACHADO)
           END-IF.

       COMPARA-PRODUTO.
           IF PROD-TAB-CODIGO(INDICE-PRODUTO)
               = PEDIDO-ITEM-CODIGO
               SET PRODUTO-NA-TABELA TO TRUE
               MOVE INDICE-PRODUTO TO INDICE-ACHADO
           END-IF.
           ELSE
               ADD 1 TO QTDE-PRODUTOS
               MOVE QTDE-PRODUTOS TO INDICE-ACHADO
               MOVE PEDIDO-ITEM-CODIGO
                   TO PROD-TAB-CODIGO(INDICE-ACHADO)
               MOVE PEDIDO-ITEM-DESCRICAO
                   TO PROD-TAB-DESCRICAO(INDICE-ACHADO)
               MOVE ZERO TO PROD-TAB-VENDIDO(INDICE-ACHADO)
               MOVE ZERO TO PROD-TAB-CUSTO(INDICE-ACHADO)
               END-IF
           END-IF.
           IF INDICE-FILIAL-ACHADO > 0
               ADD PEDIDO-ITEM-VALOR
                   TO FILIAL-TAB-VENDIDO(INDICE-FILIAL-ACHADO)
               ADD CUSTO-DO-ITEM
                   TO FILIAL-TAB-CUSTO(INDICE-FILIAL-ACHADO)

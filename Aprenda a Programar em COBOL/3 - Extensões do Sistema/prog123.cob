      *    cliente (tabela de contatos do PROG32), que e com quem o
      *    entregador fala na portaria; sem contato de Compras sai
      *    o telefone geral do cadastro.
      *    Os itens do pedido passaram pra pedido_itens.dat: o
      *    romaneio carrega as linhas do pedido pela chave pedido +
      *    linha, e a tabela de ordenacao cresceu pras 999 linhas
      *    que a chave comporta - pedido de contrato com mais de 10
      *    itens sai num romaneio so.
      *    O romaneio passou a imprimir a transportadora do pedido
      *    (cadastro do PROG182) e o peso bruto, que e o que a
      *    expedicao confere na coleta; pedido sem transportadora
      *    sai como retirada pelo cliente.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELTRANSP.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDTRANSP.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  TRANSP-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  TOTAL-ROMANEIOS PIC 9(6) VALUE 0.

       01  INDICE-ITEM PIC 9(3).
       01  INDICE-ORDENACAO PIC 9(3).
       01  INDICE-MENOR PIC 9(3).
       01  QTDE-ITENS-ROMANEIO PIC 9(3).
       01  FIM-ITENS PIC X.

      *    Itens do pedido reordenados pela sequencia fixa do
      *    almoxarifado (codigo do produto)
       01  TABELA-ITENS-ROMANEIO.
           05 ROMANEIO-ITEM OCCURS 999 TIMES.
               10 ROM-ITEM-CODIGO PIC 9(4).
               10 ROM-ITEM-DESCRICAO PIC X(20).
               10 ROM-ITEM-QTDE PIC 9(3).
       01  INDICE-CONTATO PIC 9.
       01  NOME-CONTATO-COMPRAS PIC X(20).
       01  FONE-CONTATO-COMPRAS PIC X(15).
       01  NOME-TRANSPORTADORA PIC X(21).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM ESCOLHE-MODO UNTIL RESPOSTA = "N".
           DISPLAY "TOTAL DE ROMANEIOS IMPRESSOS: " TOTAL-ROMANEIOS.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-TRANSPORTADORA.

       PROGRAM-DONE.
           STOP RUN.
           PERFORM BUSCA-CONTATO-DE-COMPRAS.
           DISPLAY "CONTATO:  " NOME-CONTATO-COMPRAS " "
               FONE-CONTATO-COMPRAS.
           PERFORM BUSCA-TRANSPORTADORA.
           DISPLAY "TRANSP.:  " NOME-TRANSPORTADORA
               " PESO BRUTO: " PEDIDO-PESO-BRUTO " KG".
           DISPLAY "---------------------------------------------".
           DISPLAY "ITENS NA SEQUENCIA DO ALMOXARIFADO".
           PERFORM IMPRIME-ITEM-DO-ROMANEIO
                   UNTIL INDICE-CONTATO > CLIENTE-QTDE-CONTATOS
           END-IF.

       BUSCA-TRANSPORTADORA.
           IF PEDIDO-TRANSPORTADORA = 0
               MOVE "RETIRADA PELO CLIENTE" TO NOME-TRANSPORTADORA
           ELSE
               MOVE PEDIDO-TRANSPORTADORA TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NOME-TRANSPORTADORA
                   NOT INVALID KEY
                       MOVE TRANSP-NOME TO NOME-TRANSPORTADORA
               END-READ
           END-IF.

       CONFERE-CONTATO-COMPRAS.
           IF CONTATO-COMPRAS(INDICE-CONTATO)
               AND NOME-CONTATO-COMPRAS = SPACE
           END-IF.

       MONTA-ITENS-NA-SEQUENCIA.
      *    Copia as linhas do pedido (pedido_itens.dat) pra tabela
      *    do romaneio e ordena pelo codigo do produto (ordenacao
      *    por selecao, tabela do tamanho da chave de linha)
           MOVE 0 TO QTDE-ITENS-ROMANEIO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM COPIA-ITEM-DO-PEDIDO UNTIL FIM-ITENS = "S".
           PERFORM ORDENA-POSICAO
               VARYING INDICE-ORDENACAO FROM 1 BY 1
               UNTIL INDICE-ORDENACAO >= QTDE-ITENS-ROMANEIO.

       COPIA-ITEM-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   AND QTDE-ITENS-ROMANEIO < 999
                   ADD 1 TO QTDE-ITENS-ROMANEIO
                   MOVE QTDE-ITENS-ROMANEIO TO INDICE-ITEM
                   MOVE PEDIDO-ITEM-CODIGO
                       TO ROM-ITEM-CODIGO(INDICE-ITEM)
                   MOVE PEDIDO-ITEM-DESCRICAO
                       TO ROM-ITEM-DESCRICAO(INDICE-ITEM)
                   MOVE PEDIDO-ITEM-QTDE
                       TO ROM-ITEM-QTDE(INDICE-ITEM)
                   MOVE PEDIDO-ITEM-QTDE-RESERVADA
                       TO ROM-ITEM-RESERVADA(INDICE-ITEM)
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       ORDENA-POSICAO.
           MOVE INDICE-ORDENACAO TO INDICE-MENOR.

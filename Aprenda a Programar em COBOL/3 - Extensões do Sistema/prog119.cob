      *    que falta pra voltar ao minimo. Hoje a reposicao so
      *    acontece quando a reclamacao de backorder chega no
      *    escritorio, o que e tarde demais.
      *
      *    HISTORICO DE ALTERACOES
      *    Produto com pedido de compra Aberto ou Parcial ainda por
      *    receber (pedidos_compra.dat, emitido pelo PROG169) deixou
      *    de sair como "precisa repor" - a compra ja foi feita - e
      *    sai so contado no rodape. Cada produto listado grava 1
      *    linha em sugestoes_compra.dat (regravado do zero a cada
      *    rodada), de onde o PROG169 monta o pedido de compra sem
      *    redigitar a sugestao.
      *    O estoque minimo e a quantidade de reposicao usados aqui
      *    passaram a ser revistos todo mes pelo consumo (PROG192,
      *    com aprovacao do comprador no PROG193).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada produto listado passou a ser copiado em
      *    distribuir_prog119.dat pra distribuicao por filial
      *    (PROG315). O relatorio e da empresa toda, entao o produto
      *    vai pra cada filial que tem posicao dele em
      *    estoque_filial.dat, com 1 linha a mais com o disponivel
      *    naquela filial; produto sem posicao em filial nenhuma vai
      *    pro grupo sem filial. O valor do item e a sugestao de
      *    compra ao custo do cadastro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELPEDCOMPRA.cob".
           COPY "SELSUGCOMPRA.cob".
           COPY "SELESTQFIL.cob".
           COPY "SELDISTREL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDPEDCOMPRA.cob".
           COPY "FDSUGCOMPRA.cob".
           COPY "FDESTQFIL.cob".
           COPY "FDDISTREL.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  PEDCOMPRA-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-MOVIMENTOS PIC X.
       01  FINAL-PEDIDOS-COMPRA PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-MOVIMENTO-DESMONTADA.
           05 DATA-MOVIMENTO-AA PIC 9(4).
           05 DATA-MOVIMENTO-MM PIC 99.
           05 DATA-MOVIMENTO-DD PIC 99.


       01  TOTAL-ABAIXO-DO-MINIMO PIC 9(6) VALUE 0.
       01  TOTAL-SEM-MINIMO PIC 9(6) VALUE 0.
       01  TOTAL-COM-COMPRA-EM-ABERTO PIC 9(6) VALUE 0.

      *    Produtos com saldo a receber em pedido de compra Aberto ou
      *    Parcial, carregados antes da varredura de produtos
       01  TABELA-COMPRAS-EM-ABERTO.
           05 COMPRA-EM-ABERTO OCCURS 500 TIMES.
               10 COMPRA-PRODUTO PIC 9(4).
               10 COMPRA-QTDE-A-RECEBER PIC 9(7).

       01  QTDE-PRODUTOS-COMPRADOS PIC 9(3) VALUE 0.
       01  MAX-PRODUTOS-COMPRADOS PIC 9(3) VALUE 500.
       01  INDICE-COMPRA PIC 9(3).
       01  INDICE-ITEM-COMPRA PIC 9(2).
       01  POSICAO-COMPRA PIC 9(3).
       01  QTDE-A-RECEBER-DO-ITEM PIC 9(6).

      *    Copia de cada linha de item impressa, com a filial dona do
      *    item, pra distribuicao por filial no PROG315
       01  DISTR-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50)
           VALUE "distribuir_prog119.dat".
       01  LINHA-IMPRESSA PIC X(132).
       01  FILIAL-DO-ITEM PIC X(4).
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  SEQUENCIA-ITEM-DISTRIBUIDO PIC 9(6) VALUE 0.
       01  LINHA-DO-ITEM PIC 9(2).

      *    As 3 linhas do produto ficam guardadas pra serem copiadas
      *    1 vez pra cada filial que tem posicao do produto
       01  TABELA-LINHAS-DO-PRODUTO.
           05 LINHA-DO-PRODUTO PIC X(132) OCCURS 3 TIMES.
       01  INDICE-LINHA-PRODUTO PIC 9.
       01  DISPONIVEL-IMPRESSO PIC 9(7).

       01  ESTFIL-FILE-STATUS PIC X(2).
       01  FIM-FILIAIS-DO-PRODUTO PIC X.
       01  QTDE-FILIAIS-DO-PRODUTO PIC 9(3).
       01  DISPONIVEL-NA-FILIAL PIC S9(7).
       01  DISPONIVEL-FILIAL-IMPRESSO PIC 9(7).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           PERFORM CARREGA-COMPRAS-EM-ABERTO.
           OPEN OUTPUT ARQUIVO-SUGESTAO-COMPRA.
           OPEN INPUT ARQUIVO-ESTOQUE-FILIAL.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PRODUTO.
           PERFORM AVALIA-PRODUTO UNTIL FINAL-ARQUIVO = "S".
           PERFORM IMPRIME-RODAPE.

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-SUGESTAO-COMPRA.
           CLOSE ARQUIVO-ESTOQUE-FILIAL.
           CLOSE ARQUIVO-DISTRIBUICAO.

       PROGRAM-DONE.
           STOP RUN.
               MOVE 0 TO QTDE-DISPONIVEL
           END-IF.
           IF QTDE-DISPONIVEL <= PRODUTO-ESTOQUE-MINIMO
               PERFORM PROCURA-COMPRA-EM-ABERTO
               IF POSICAO-COMPRA > 0
                   ADD 1 TO TOTAL-COM-COMPRA-EM-ABERTO
               ELSE
                   PERFORM APURA-CONSUMO-RECENTE
                   PERFORM EXIBIR-PRODUTO-A-REPOR
                   PERFORM GRAVA-SUGESTAO-DE-COMPRA
               END-IF
           END-IF.

       CARREGA-COMPRAS-EM-ABERTO.
      *    Varre pedidos_compra.dat e acumula, por produto, o que
      *    ainda falta receber dos pedidos Abertos e Parciais
           OPEN INPUT ARQUIVO-PEDIDO-COMPRA.
           MOVE "N" TO FINAL-PEDIDOS-COMPRA.
           PERFORM LER-PROXIMO-PEDIDO-COMPRA.
           PERFORM ACUMULA-PEDIDO-COMPRA
               UNTIL FINAL-PEDIDOS-COMPRA = "S".
           CLOSE ARQUIVO-PEDIDO-COMPRA.

       LER-PROXIMO-PEDIDO-COMPRA.
           READ ARQUIVO-PEDIDO-COMPRA NEXT RECORD
               AT END MOVE "S" TO FINAL-PEDIDOS-COMPRA.

       ACUMULA-PEDIDO-COMPRA.
           IF PEDCOMPRA-ABERTO OR PEDCOMPRA-PARCIAL
               PERFORM ACUMULA-ITEM-DA-COMPRA
                   VARYING INDICE-ITEM-COMPRA FROM 1 BY 1
                   UNTIL INDICE-ITEM-COMPRA > PEDCOMPRA-QTDE-ITENS
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO-COMPRA.

       ACUMULA-ITEM-DA-COMPRA.
           IF PEDCOMPRA-ITEM-QTDE(INDICE-ITEM-COMPRA)
               > PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM-COMPRA)
               COMPUTE QTDE-A-RECEBER-DO-ITEM =
                   PEDCOMPRA-ITEM-QTDE(INDICE-ITEM-COMPRA)
                   - PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM-COMPRA)
               MOVE PEDCOMPRA-ITEM-PRODUTO(INDICE-ITEM-COMPRA)
                   TO PRODUTO-CODIGO
               PERFORM PROCURA-COMPRA-EM-ABERTO
               IF POSICAO-COMPRA = 0
                   PERFORM INCLUI-COMPRA-NA-TABELA
               END-IF
               IF POSICAO-COMPRA > 0
                   ADD QTDE-A-RECEBER-DO-ITEM
                       TO COMPRA-QTDE-A-RECEBER(POSICAO-COMPRA)
               END-IF
           END-IF.

       INCLUI-COMPRA-NA-TABELA.
           IF QTDE-PRODUTOS-COMPRADOS < MAX-PRODUTOS-COMPRADOS
               ADD 1 TO QTDE-PRODUTOS-COMPRADOS
               MOVE QTDE-PRODUTOS-COMPRADOS TO POSICAO-COMPRA
               MOVE PRODUTO-CODIGO TO COMPRA-PRODUTO(POSICAO-COMPRA)
               MOVE ZEROS TO COMPRA-QTDE-A-RECEBER(POSICAO-COMPRA)
           ELSE
               DISPLAY "TABELA DE COMPRAS EM ABERTO CHEIA - PRODUTO "
                   PRODUTO-CODIGO " PODE SAIR NA LISTA"
           END-IF.

       PROCURA-COMPRA-EM-ABERTO.
      *    PRODUTO-CODIGO ja vem preenchido; devolve a posicao na
      *    tabela ou zero
           MOVE 0 TO POSICAO-COMPRA.
           PERFORM CONFERE-POSICAO-DA-COMPRA
               VARYING INDICE-COMPRA FROM 1 BY 1
               UNTIL INDICE-COMPRA > QTDE-PRODUTOS-COMPRADOS
               OR POSICAO-COMPRA > 0.

       CONFERE-POSICAO-DA-COMPRA.
           IF COMPRA-PRODUTO(INDICE-COMPRA) = PRODUTO-CODIGO
               MOVE INDICE-COMPRA TO POSICAO-COMPRA
           END-IF.

       GRAVA-SUGESTAO-DE-COMPRA.
           MOVE SPACE TO LINHA-SUGESTAO-COMPRA.
           MOVE DATA-EXECUCAO TO SUGCOMPRA-DATA.
           MOVE PRODUTO-CODIGO TO SUGCOMPRA-PRODUTO.
           MOVE QTDE-SUGERIDA TO SUGCOMPRA-QTDE.
           MOVE PRODUTO-CUSTO-UNITARIO TO SUGCOMPRA-CUSTO.
           WRITE LINHA-SUGESTAO-COMPRA.

       APURA-CONSUMO-RECENTE.
      *    Soma as saidas dos ultimos 30 dias no razao de movimentos
           MOVE 0 TO CONSUMO-30-DIAS.
           ELSE
               MOVE FALTA-PARA-MINIMO TO QTDE-SUGERIDA
           END-IF.
           MOVE QTDE-DISPONIVEL TO DISPONIVEL-IMPRESSO.
           MOVE SPACE TO TABELA-LINHAS-DO-PRODUTO.
           STRING "CODIGO: " DELIMITED BY SIZE
               PRODUTO-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRODUTO-DESCRICAO DELIMITED BY SIZE
               INTO LINHA-DO-PRODUTO(1).
           STRING "  DISPONIVEL: " DELIMITED BY SIZE
               DISPONIVEL-IMPRESSO DELIMITED BY SIZE
               " MINIMO: " DELIMITED BY SIZE
               PRODUTO-ESTOQUE-MINIMO DELIMITED BY SIZE
               " CONSUMO 30 DIAS: " DELIMITED BY SIZE
               CONSUMO-30-DIAS DELIMITED BY SIZE
               INTO LINHA-DO-PRODUTO(2).
           STRING "  SUGESTAO DE COMPRA: " DELIMITED BY SIZE
               QTDE-SUGERIDA DELIMITED BY SIZE
               INTO LINHA-DO-PRODUTO(3).
           DISPLAY LINHA-DO-PRODUTO(1).
           DISPLAY LINHA-DO-PRODUTO(2).
           DISPLAY LINHA-DO-PRODUTO(3).
           ADD 3 TO LINHAS-NA-PAGINA.
           ADD 1 TO TOTAL-ABAIXO-DO-MINIMO.
           PERFORM DISTRIBUI-PRODUTO-POR-FILIAL.

       DISTRIBUI-PRODUTO-POR-FILIAL.
      *    O produto vai pra distribuicao 1 vez por filial que tem
      *    posicao dele em estoque_filial.dat; sem posicao nenhuma,
      *    vai pro grupo "????"
           COMPUTE VALOR-DO-ITEM =
               QTDE-SUGERIDA * PRODUTO-CUSTO-UNITARIO.
           MOVE 0 TO QTDE-FILIAIS-DO-PRODUTO.
           MOVE "N" TO FIM-FILIAIS-DO-PRODUTO.
           MOVE PRODUTO-CODIGO TO ESTFIL-PRODUTO.
           MOVE LOW-VALUES TO ESTFIL-FILIAL.
           START ARQUIVO-ESTOQUE-FILIAL
               KEY IS NOT LESS THAN ESTFIL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-FILIAIS-DO-PRODUTO
           END-START.
           PERFORM DISTRIBUI-PRODUTO-NA-FILIAL
               UNTIL FIM-FILIAIS-DO-PRODUTO = "S".
           IF QTDE-FILIAIS-DO-PRODUTO = 0
               MOVE "????" TO FILIAL-DO-ITEM
               PERFORM COPIA-PRODUTO-NA-DISTRIBUICAO
           END-IF.

       DISTRIBUI-PRODUTO-NA-FILIAL.
           READ ARQUIVO-ESTOQUE-FILIAL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FILIAIS-DO-PRODUTO
           END-READ.
           IF FIM-FILIAIS-DO-PRODUTO = "N"
               IF ESTFIL-PRODUTO = PRODUTO-CODIGO
                   ADD 1 TO QTDE-FILIAIS-DO-PRODUTO
                   MOVE ESTFIL-FILIAL TO FILIAL-DO-ITEM
                   PERFORM COPIA-PRODUTO-NA-DISTRIBUICAO
                   PERFORM GRAVA-DISPONIVEL-NA-FILIAL
               ELSE
                   MOVE "S" TO FIM-FILIAIS-DO-PRODUTO
               END-IF
           END-IF.

       COPIA-PRODUTO-NA-DISTRIBUICAO.
           PERFORM ABRE-ITEM-DISTRIBUIDO.
           PERFORM COPIA-LINHA-DO-PRODUTO
               VARYING INDICE-LINHA-PRODUTO FROM 1 BY 1
               UNTIL INDICE-LINHA-PRODUTO > 3.

       COPIA-LINHA-DO-PRODUTO.
           MOVE LINHA-DO-PRODUTO(INDICE-LINHA-PRODUTO)
               TO LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-DISTRIBUICAO.

       GRAVA-DISPONIVEL-NA-FILIAL.
      *    Linha so da copia da filial: o disponivel dela (saldo
      *    menos reserva; o em transito ainda nao esta na prateleira)
           COMPUTE DISPONIVEL-NA-FILIAL = ESTFIL-SALDO
               - ESTFIL-QTDE-RESERVADA.
           IF DISPONIVEL-NA-FILIAL < 0
               MOVE 0 TO DISPONIVEL-NA-FILIAL
           END-IF.
           MOVE DISPONIVEL-NA-FILIAL TO DISPONIVEL-FILIAL-IMPRESSO.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "  DISPONIVEL NA FILIAL " DELIMITED BY SIZE
               ESTFIL-FILIAL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DISPONIVEL-FILIAL-IMPRESSO DELIMITED BY SIZE
               " EM TRANSITO: " DELIMITED BY SIZE
               ESTFIL-EM-TRANSITO DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-DISTRIBUICAO.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
               DISPLAY "PRODUTOS ATIVOS SEM MINIMO DEFINIDO "
                   "(COMPLETAR NO PROG64): " TOTAL-SEM-MINIMO
           END-IF.
           IF TOTAL-COM-COMPRA-EM-ABERTO > 0
               DISPLAY "PRODUTOS NO MINIMO COM PEDIDO DE COMPRA EM "
                   "ABERTO (NAO LISTADOS): " TOTAL-COM-COMPRA-EM-ABERTO
           END-IF.

       ABRE-ITEM-DISTRIBUIDO.
      *    Cada item do relatorio ganha o proximo numero; as linhas
      *    dele sao numeradas a partir de 1
           ADD 1 TO SEQUENCIA-ITEM-DISTRIBUIDO.
           MOVE 0 TO LINHA-DO-ITEM.

       GRAVA-LINHA-DISTRIBUICAO.
      *    A linha leva a filial do item; o valor do item, que entra
      *    no total da pagina da filial, vai so na primeira linha
           ADD 1 TO LINHA-DO-ITEM.
           MOVE "PROG119" TO DISTR-RELATORIO.
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

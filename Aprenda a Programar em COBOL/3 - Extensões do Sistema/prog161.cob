      *    em aberto, aging, feeds); "o que vendeu, onde, contra o
      *    mes passado" era export e tabela de somar na mao. Esta
      *    analise le os pedidos Faturados e Pagos e monta, pro mes
      *    informado (AAAAMM), o mes anterior e o mesmo mes do ano
      *    passado: receita e quantidade por PRODUTO-CODIGO, receita
      *    por CLIENTE-FILIAL e a secao dos 20 maiores clientes do
      *    mes por receita, no padrao paginado do PROG48. O mes de
      *    um pedido e o do faturamento do titulo em recebiveis.dat;
      *    pedido sem titulo (acervo antigo) entra pela PEDIDO-DATA.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela, o faturamento do pedido
      *    e lido da parcela 01 - todas as parcelas nascem com a
      *    mesma data de faturamento.
      *    As linhas do pedido passaram a ser lidas de
      *    pedido_itens.dat pela chave pedido + linha.
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
           COPY "SELRECEBIVEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  MES-APURADO PIC 9(6).
       01  MES-APURADO-PARTES REDEFINES MES-APURADO.
           05 APURADO-AA PIC 9(4).
           05 APURADO-MM PIC 99.

       01  MES-ANTERIOR PIC 9(6).
       01  MES-ANO-PASSADO PIC 9(6).

       01  MES-DO-PEDIDO PIC 9(6).

       01  DATA-BASE-DESMONTADA.
           05 BASE-MES-AAMM PIC 9(6).
           05 BASE-DIA PIC 99.

       01  INDICE-PERIODO PIC 9.
       01  FIM-ITENS PIC X.
       01  FILIAL-DO-PEDIDO PIC X(4).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DA ANALISE (AAAAMM):".
           ACCEPT MES-APURADO.

      *    Mes anterior e mesmo mes do ano passado, com virada de
           COMPUTE MES-ANO-PASSADO = MES-APURADO - 100.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIVEL.

           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIVEL.

      *    (acervo anterior aos recebiveis) entra pela data do
      *    pedido
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE 1 TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   MOVE PEDIDO-DATA TO DATA-BASE-DESMONTADA
       ACUMULA-PEDIDO-NO-PERIODO.
           PERFORM BUSCA-FILIAL-DO-PEDIDO.
           PERFORM ACUMULA-FILIAL.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM LE-LINHA-DO-PEDIDO UNTIL FIM-ITENS = "S".
           IF INDICE-PERIODO = 1
               PERFORM ACUMULA-CLIENTE-DO-MES
           END-IF.
                   MOVE CLIENTE-FILIAL TO FILIAL-DO-PEDIDO
           END-READ.

       LE-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM ACUMULA-ITENS
               END-IF
           END-IF.

       ACUMULA-ITENS.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-FORA-TABELA
           IF INDICE-ACHADO = 0
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               ADD PEDIDO-ITEM-QTDE
                   TO PROD-AN-QTDE(INDICE-ACHADO INDICE-PERIODO)
               ADD PEDIDO-ITEM-VALOR
                   TO PROD-AN-VALOR(INDICE-ACHADO INDICE-PERIODO)
           END-IF.


       COMPARA-PRODUTO.
           IF PROD-AN-CODIGO(INDICE-PRODUTO)
               = PEDIDO-ITEM-CODIGO
               SET PRODUTO-NA-TABELA TO TRUE
               MOVE INDICE-PRODUTO TO INDICE-ACHADO
           END-IF.
           ELSE
               ADD 1 TO QTDE-PRODUTOS
               MOVE QTDE-PRODUTOS TO INDICE-ACHADO
               MOVE PEDIDO-ITEM-CODIGO
                   TO PROD-AN-CODIGO(INDICE-ACHADO)
               MOVE PEDIDO-ITEM-DESCRICAO
                   TO PROD-AN-DESCRICAO(INDICE-ACHADO)
           END-IF.


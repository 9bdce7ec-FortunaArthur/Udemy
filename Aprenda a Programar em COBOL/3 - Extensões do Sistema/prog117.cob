      *    de produtos.dat (saldo menos reserva) a quantidade que
      *    ficou faltando na entrada do pedido. O que der pra
      *    atender e somado na reserva do produto e na reserva do
      *    item em pedido_itens.dat; atendimento parcial reduz a
      *    quantidade da linha e ela continua na fila. No final o
      *    arquivo e regravado so com o que continua pendente, e o
      *    relatorio aponta cada atendimento e os pedidos que
      *    500 linhas, com guarda de estouro no padrao do PROG68);
      *    com a tabela cheia a rodada para com erro antes de
      *    regravar, pra nao perder linha de fila.
      *
      *    HISTORICO DE ALTERACOES
      *    Os itens do pedido passaram pra pedido_itens.dat: o item
      *    com falta e procurado nas linhas do pedido (START pela
      *    chave pedido + linha) e a reserva atendida e regravada na
      *    propria linha; pedidos.dat so e lido pra conferir a
      *    situacao. A conferencia de pedido completo percorre as
      *    linhas do pedido.
      *    Linha de fila de componente de kit (kits.dat, PROG178):
      *    o item com falta e a linha do kit que tem o componente na
      *    estrutura. O atendimento completa kits inteiros - quantos
      *    o disponivel de todos os componentes comportar, ate a
      *    falta do item -, reserva cada componente nesses kits e
      *    soma os kits na reserva da linha; a linha da fila baixa a
      *    quantidade do componente que entrou nos kits completados.
      *    O atendimento passou a caber tambem no disponivel do
      *    produto na filial de expedicao do pedido
      *    (PEDIDO-FILIAL-EXPEDICAO, em estoque_filial.dat pela
      *    sub-rotina PROG195): mercadoria que chegou em outra filial
      *    nao atende o pedido antes de ser transferida (PROG196). A
      *    reserva feita e lancada tambem na reserva da filial.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBACKORDER.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBACKORDER.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  QTDE-LINHAS-FILA PIC 9(3) VALUE 0.
       01  INDICE-FILA PIC 9(3).
       01  FIM-ITENS PIC X.

       01  TABELA-FILA.
           05 FILA-ITEM OCCURS 500 TIMES.
               10 FILA-DATA PIC 9(8).
               10 FILA-HORA PIC 9(6).
               10 FILA-PEDIDO PIC 9(6).
               10 FILA-CLIENTE PIC 9(6).
       01  QTDE-ATENDIDA-AGORA PIC 9(3).
       01  QTDE-FALTA-NO-ITEM PIC 9(3).

       01  CODIGO-DO-KIT PIC 9(4).
       01  FIM-COMPONENTES PIC X.
       01  KITS-POSSIVEIS PIC 9(3).
       01  KITS-DO-COMPONENTE PIC 9(7).
       01  QTDE-DO-COMPONENTE PIC 9(7).
       01  QTDE-COMPONENTE-DA-FILA PIC 9(3).

      *    Parametros da sub-rotina de estoque por filial (PROG195)
       01  MOVFIL-OPERACAO PIC X.
       01  MOVFIL-PRODUTO PIC 9(4).
       01  MOVFIL-FILIAL PIC X(4).
       01  MOVFIL-QTDE PIC 9(6).
       01  MOVFIL-SALDO PIC 9(6).
       01  MOVFIL-DISPONIVEL PIC 9(6).
       01  MOVFIL-RESULTADO PIC X.
           88 MOVFIL-OK VALUE "S".
           88 MOVFIL-ERRO VALUE "N".

       01  LINHA-TIPO-FLAG PIC X VALUE "P".
           88 LINHA-DE-PRODUTO VALUE "P".
           88 LINHA-DE-KIT VALUE "K".

       01  ITEM-ACHADO-FLAG PIC X VALUE "N".
           88 ITEM-ACHADO VALUE "S".
           88 ITEM-NAO-ACHADO VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "ATENDIMENTO DA FILA DE BACKORDERS - DATA "
               DATA-EXECUCAO.
           END-IF.

           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO-ITEM.

           PERFORM ATENDE-LINHA-DA-FILA
               VARYING INDICE-FILA FROM 1 BY 1
               UNTIL INDICE-FILA > QTDE-LINHAS-FILA.

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.

           PERFORM REGRAVA-FILA-PENDENTE.

               MOVE "D" TO FILA-SITUACAO(INDICE-FILA)
               ADD 1 TO TOTAL-DESCARTADAS
           ELSE
               IF LINHA-DE-KIT
                   PERFORM ATENDE-KIT-DO-PEDIDO
               ELSE
                   PERFORM RESERVA-DO-DISPONIVEL
               END-IF
           END-IF.

       LOCALIZA-ITEM-COM-FALTA.
      *    Percorre as linhas do pedido em pedido_itens.dat; achada a
      *    linha, ela fica em PEDIDO-ITEM-REGISTRO pra regravacao
           SET ITEM-NAO-ACHADO TO TRUE.
           SET LINHA-DE-PRODUTO TO TRUE.
           PERFORM POSICIONA-LINHAS-DO-PEDIDO.
           PERFORM COMPARA-ITEM-DO-PEDIDO
               UNTIL FIM-ITENS = "S" OR ITEM-ACHADO.

       POSICIONA-LINHAS-DO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.

       LE-PROXIMA-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       COMPARA-ITEM-DO-PEDIDO.
           PERFORM LE-PROXIMA-LINHA-DO-PEDIDO.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-QTDE-RESERVADA < PEDIDO-ITEM-QTDE
                   IF PEDIDO-ITEM-CODIGO = FILA-PRODUTO(INDICE-FILA)
                       SET ITEM-ACHADO TO TRUE
                   ELSE
                       PERFORM CONFERE-KIT-DO-COMPONENTE
                   END-IF
               END-IF
           END-IF.

       CONFERE-KIT-DO-COMPONENTE.
      *    A linha e de kit se o produto da fila esta na estrutura
      *    do produto da linha
           MOVE PEDIDO-ITEM-CODIGO TO KIT-PRODUTO.
           MOVE FILA-PRODUTO(INDICE-FILA) TO KIT-COMPONENTE.
           READ ARQUIVO-KIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-ACHADO TO TRUE
                   SET LINHA-DE-KIT TO TRUE
                   MOVE KIT-QTDE-COMPONENTE
                       TO QTDE-COMPONENTE-DA-FILA
           END-READ.

       RESERVA-DO-DISPONIVEL.
           MOVE FILA-PRODUTO(INDICE-FILA) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
           IF QTDE-DISPONIVEL < 0
               MOVE 0 TO QTDE-DISPONIVEL
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           COMPUTE QTDE-FALTA-NO-ITEM =
               PEDIDO-ITEM-QTDE - PEDIDO-ITEM-QTDE-RESERVADA.

           MOVE FILA-QTDE(INDICE-FILA) TO QTDE-ATENDIDA-AGORA.
           IF QTDE-FALTA-NO-ITEM < QTDE-ATENDIDA-AGORA
                           PRODUTO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE QTDE-ATENDIDA-AGORA TO MOVFIL-QTDE
                       PERFORM RESERVA-NA-FILIAL
                       PERFORM APLICA-RESERVA-NO-PEDIDO
               END-REWRITE
           END-IF.

       APLICA-RESERVA-NO-PEDIDO.
           ADD QTDE-ATENDIDA-AGORA TO PEDIDO-ITEM-QTDE-RESERVADA.
           REWRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A LINHA "
                       PEDIDO-ITEM-LINHA " DO PEDIDO " PEDIDO-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM BAIXA-LINHA-DA-FILA
           END-IF.
           PERFORM CONFERE-PEDIDO-COMPLETO.

       ATENDE-KIT-DO-PEDIDO.
      *    Completa quantos kits o disponivel de todos os componentes
      *    comportar, limitado a falta da linha do kit
           COMPUTE KITS-POSSIVEIS =
               PEDIDO-ITEM-QTDE - PEDIDO-ITEM-QTDE-RESERVADA.
           MOVE PEDIDO-ITEM-CODIGO TO CODIGO-DO-KIT.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM APURA-KITS-DO-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".
           IF KITS-POSSIVEIS = 0
               ADD 1 TO TOTAL-PENDENTES
           ELSE
               PERFORM POSICIONA-COMPONENTES-DO-KIT
               PERFORM RESERVA-UM-COMPONENTE
                   UNTIL FIM-COMPONENTES = "S"
               PERFORM APLICA-KITS-NO-PEDIDO
           END-IF.

       POSICIONA-COMPONENTES-DO-KIT.
           MOVE "N" TO FIM-COMPONENTES.
           MOVE CODIGO-DO-KIT TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START ARQUIVO-KIT
               KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-COMPONENTES
           END-START.

       LE-PROXIMO-COMPONENTE.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-COMPONENTES
           END-READ.
           IF FIM-COMPONENTES = "N"
               IF KIT-PRODUTO NOT = CODIGO-DO-KIT
                   MOVE "S" TO FIM-COMPONENTES
               END-IF
           END-IF.

       APURA-KITS-DO-COMPONENTE.
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       MOVE 0 TO KITS-POSSIVEIS
                   NOT INVALID KEY
                       PERFORM LIMITA-KITS-PELO-COMPONENTE
               END-READ
           END-IF.

       LIMITA-KITS-PELO-COMPONENTE.
           COMPUTE QTDE-DISPONIVEL = PRODUTO-SALDO-ESTOQUE
               - PRODUTO-QTDE-RESERVADA.
           IF QTDE-DISPONIVEL < 0
               MOVE 0 TO QTDE-DISPONIVEL
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           DIVIDE QTDE-DISPONIVEL BY KIT-QTDE-COMPONENTE
               GIVING KITS-DO-COMPONENTE.
           IF KITS-DO-COMPONENTE < KITS-POSSIVEIS
               MOVE KITS-DO-COMPONENTE TO KITS-POSSIVEIS
           END-IF.

       RESERVA-UM-COMPONENTE.
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "COMPONENTE " KIT-COMPONENTE
                           " DO KIT NAO CONSTA MAIS - SEM RESERVA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       COMPUTE QTDE-DO-COMPONENTE =
                           KITS-POSSIVEIS * KIT-QTDE-COMPONENTE
                       ADD QTDE-DO-COMPONENTE
                           TO PRODUTO-QTDE-RESERVADA
                       REWRITE PRODUTO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO RESERVAR O "
                                   "COMPONENTE " PRODUTO-CODIGO
                               SET EXECUCAO-COM-ERRO TO TRUE
                           NOT INVALID KEY
                               MOVE QTDE-DO-COMPONENTE TO MOVFIL-QTDE
                               PERFORM RESERVA-NA-FILIAL
                       END-REWRITE
               END-READ
           END-IF.

       LIMITA-PELO-DISPONIVEL-DA-FILIAL.
      *    Vale o menor entre o disponivel da casa e o da filial de
      *    expedicao; pedido sem filial fica so com o da casa
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               MOVE "D" TO MOVFIL-OPERACAO
               MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO
               MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL
               MOVE ZEROS TO MOVFIL-QTDE
               CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
                   MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
                   MOVFIL-DISPONIVEL MOVFIL-RESULTADO
               IF MOVFIL-OK
                   AND MOVFIL-DISPONIVEL < QTDE-DISPONIVEL
                   MOVE MOVFIL-DISPONIVEL TO QTDE-DISPONIVEL
               END-IF
           END-IF.

       RESERVA-NA-FILIAL.
      *    MOVFIL-QTDE ja vem com a quantidade reservada
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               AND MOVFIL-QTDE > 0
               MOVE "R" TO MOVFIL-OPERACAO
               MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO
               MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL
               CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
                   MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
                   MOVFIL-DISPONIVEL MOVFIL-RESULTADO
               IF MOVFIL-ERRO
                   DISPLAY "ERRO NA RESERVA DO PRODUTO "
                       PRODUTO-CODIGO " NA FILIAL "
                       PEDIDO-FILIAL-EXPEDICAO
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

       APLICA-KITS-NO-PEDIDO.
           ADD KITS-POSSIVEIS TO PEDIDO-ITEM-QTDE-RESERVADA.
           REWRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A LINHA "
                       PEDIDO-ITEM-LINHA " DO PEDIDO " PEDIDO-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM BAIXA-COMPONENTE-DA-FILA
           END-REWRITE.

       BAIXA-COMPONENTE-DA-FILA.
           COMPUTE QTDE-DO-COMPONENTE =
               KITS-POSSIVEIS * QTDE-COMPONENTE-DA-FILA.
           DISPLAY "PEDIDO " PEDIDO-NUMERO " KIT " PEDIDO-ITEM-CODIGO
               " COMPLETADO EM " KITS-POSSIVEIS " KITS (COMPONENTE "
               FILA-PRODUTO(INDICE-FILA) ")".
           IF QTDE-DO-COMPONENTE >= FILA-QTDE(INDICE-FILA)
               MOVE "A" TO FILA-SITUACAO(INDICE-FILA)
               ADD 1 TO TOTAL-ATENDIDAS
           ELSE
               SUBTRACT QTDE-DO-COMPONENTE
                   FROM FILA-QTDE(INDICE-FILA)
               ADD 1 TO TOTAL-PARCIAIS
               ADD 1 TO TOTAL-PENDENTES
           END-IF.
           PERFORM CONFERE-PEDIDO-COMPLETO.

       CONFERE-PEDIDO-COMPLETO.
      *    Pedido com todos os itens inteiramente reservados e o que
      *    o operador quer saber: pode separar e liberar
           SET PEDIDO-COMPLETO TO TRUE.
           PERFORM POSICIONA-LINHAS-DO-PEDIDO.
           PERFORM CONFERE-ITEM-RESERVADO UNTIL FIM-ITENS = "S".
           IF PEDIDO-COMPLETO
               DISPLAY "*** PEDIDO " PEDIDO-NUMERO " DO CLIENTE "
                   PEDIDO-CLIENTE-CODIGO " FICOU COMPLETO ***"
           END-IF.

       CONFERE-ITEM-RESERVADO.
           PERFORM LE-PROXIMA-LINHA-DO-PEDIDO.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-QTDE-RESERVADA < PEDIDO-ITEM-QTDE
                   SET PEDIDO-INCOMPLETO TO TRUE
               END-IF
           END-IF.

       REGRAVA-FILA-PENDENTE.

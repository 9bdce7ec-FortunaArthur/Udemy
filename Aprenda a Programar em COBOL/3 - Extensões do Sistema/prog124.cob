      *    pedido que ja saiu de Aberto/Liberado - a linha so seria
      *    descartada na rodada seguinte. O remanescente e encerrado
      *    curto e o operador avisado a entrar com pedido novo.
      *    O movimento de Saida passou a levar o custo medio do
      *    produto em MOVESTQ-CUSTO-UNITARIO - o custo da mercadoria
      *    que saiu fica no proprio razao.
      *    Os itens do pedido passaram pra pedido_itens.dat: o
      *    embarque percorre as linhas do pedido pela chave pedido +
      *    linha e regrava cada linha com a quantidade atendida, o
      *    valor refeito e a reserva zerada - pedido de contrato com
      *    mais de 10 itens embarca num pedido so.
      *    Linha de kit (estrutura em kits.dat, PROG178) embarca
      *    pelos componentes: o operador informa os kits embarcados,
      *    cada componente baixa o saldo e devolve a reserva na
      *    quantidade dele nesses kits, com 1 movimento de Saida por
      *    componente. O valor refeito continua sendo o da linha do
      *    kit.
      *    O embarque passou a baixar o saldo e devolver a reserva
      *    tambem no estoque da filial de expedicao do pedido
      *    (PEDIDO-FILIAL-EXPEDICAO, em estoque_filial.dat pela
      *    sub-rotina PROG195), e a filial sai em MOVESTQ-FILIAL.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Produto com controle de lote e validade embarca tambem
      *    pelos lotes (sub-rotina PROG325): primeiro dos lotes
      *    reservados pra linha, depois dos lotes livres que vencem
      *    primeiro, nunca de lote vencido; a reserva de lote que
      *    sobrar volta pros lotes. O lote de onde saiu cada linha
      *    fica em pedido_lotes.dat pra devolucao do PROG125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  VALOR-ANTES-DO-EMBARQUE PIC 9(8)V99.
       01  EXPOSICAO-CALCULADA PIC S9(10)V99.

       01  RESPOSTA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  NUMERO-INFORMADO PIC 9(6).
       01  FIM-ITENS PIC X.
       01  QTDE-EMBARCADA PIC 9(3).
       01  QTDE-NAO-EMBARCADA PIC 9(3).
       01  QTDE-RESERVA-A-DEVOLVER PIC 9(3).
       01  VALOR-EMBARCADO-PEDIDO PIC 9(8)V99.
       01  PERCENTUAL-ICMS-ORIGINAL PIC 9V9(4).

       01  CODIGO-DO-KIT PIC 9(4).
       01  FIM-COMPONENTES PIC X.
       01  QTDE-COMPONENTE-EMBARCADA PIC 9(6).
       01  RESERVA-COMPONENTE-A-DEVOLVER PIC 9(6).

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

      *    Parametros da sub-rotina de estoque por lote (PROG325)
       01  MOVLOTE-OPERACAO PIC X.
           88 MOVLOTE-SAIDA-PELOS-LOTES VALUE "S".
       01  MOVLOTE-PRODUTO PIC 9(4).
       01  MOVLOTE-FILIAL PIC X(4).
       01  MOVLOTE-LOTE PIC X(10).
       01  MOVLOTE-VALIDADE PIC 9(8).
       01  MOVLOTE-PEDIDO PIC 9(6).
       01  MOVLOTE-LINHA PIC 9(3).
       01  MOVLOTE-QTDE PIC 9(6).
       01  MOVLOTE-QTDE-FEITA PIC 9(6).
       01  MOVLOTE-DISPONIVEL PIC 9(6).
       01  MOVLOTE-RESULTADO PIC X.
           88 MOVLOTE-OK VALUE "S".
           88 MOVLOTE-ERRO VALUE "N".

       01  KIT-FLAG PIC X VALUE "N".
           88 ITEM-E-KIT VALUE "S".
           88 ITEM-NAO-E-KIT VALUE "N".

       01  QTDE-VALIDA-FLAG PIC X.
           88 QTDE-VALIDA VALUE "S".
           88 QTDE-INVALIDA VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           END-IF.

           OPEN I-O ARQUIVO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO-ITEM.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.

           MOVE "S" TO RESPOSTA.
           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
           ACCEPT RESPOSTA.

       EMBARCA-PEDIDO.
           DISPLAY "FILIAL DE EXPEDICAO: " PEDIDO-FILIAL-EXPEDICAO.
           MOVE PEDIDO-VALOR TO VALOR-ANTES-DO-EMBARQUE.
           MOVE ZERO TO VALOR-EMBARCADO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM EMBARCA-PROXIMA-LINHA UNTIL FIM-ITENS = "S".

      *    O frete continua devido por inteiro; o ICMS e refeito
      *    sobre a mercadoria embarcada, na mesma aliquota que o
                   END-REWRITE
           END-READ.

       EMBARCA-PROXIMA-LINHA.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   PERFORM EMBARCA-ITEM
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       EMBARCA-ITEM.
           DISPLAY "ITEM " PEDIDO-ITEM-LINHA ": "
               PEDIDO-ITEM-CODIGO " "
               PEDIDO-ITEM-DESCRICAO
               " PEDIDO: " PEDIDO-ITEM-QTDE
               " RESERVADO: "
               PEDIDO-ITEM-QTDE-RESERVADA.
           SET QTDE-INVALIDA TO TRUE.
           PERFORM ACEITA-QTDE-EMBARCADA UNTIL QTDE-VALIDA.

           MOVE QTDE-EMBARCADA
               TO PEDIDO-ITEM-QTDE-ATENDIDA.
           PERFORM REFAZ-VALOR-DO-ITEM.
           PERFORM BAIXA-ESTOQUE-DO-ITEM.
           PERFORM TRATA-QTDE-NAO-EMBARCADA.
           REWRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A LINHA "
                       PEDIDO-ITEM-LINHA " DO PEDIDO " PEDIDO-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.

       ACEITA-QTDE-EMBARCADA.
           DISPLAY "Quantidade Embarcada:".
           ACCEPT QTDE-EMBARCADA.
           IF QTDE-EMBARCADA > PEDIDO-ITEM-QTDE
               DISPLAY "EMBARCADO MAIOR QUE O PEDIDO - CORRIJA"
           ELSE
               SET QTDE-VALIDA TO TRUE
      *    O preco unitario sai do proprio item (valor da linha pela
      *    quantidade pedida), pra cobranca sair no preco que valia
      *    na data do pedido
           IF PEDIDO-ITEM-QTDE = 0
               MOVE ZERO TO PRECO-UNITARIO-DO-ITEM
           ELSE
               COMPUTE PRECO-UNITARIO-DO-ITEM =
                   PEDIDO-ITEM-VALOR
                   / PEDIDO-ITEM-QTDE
           END-IF.
           COMPUTE PEDIDO-ITEM-VALOR =
               PRECO-UNITARIO-DO-ITEM * QTDE-EMBARCADA.
           ADD PEDIDO-ITEM-VALOR
               TO VALOR-EMBARCADO-PEDIDO.

       BAIXA-ESTOQUE-DO-ITEM.
      *    O embarque baixa o saldo e devolve a reserva do item; o
      *    movimento de Saida leva o numero do pedido no documento.
      *    Item que nao embarcou nada so devolve a reserva. Kit
      *    baixa nos componentes
           MOVE PEDIDO-ITEM-CODIGO TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM POSICIONA-COMPONENTES-DO-KIT
               PERFORM BAIXA-ESTOQUE-DO-COMPONENTE
                   UNTIL FIM-COMPONENTES = "S"
               MOVE 0 TO PEDIDO-ITEM-QTDE-RESERVADA
           ELSE
               MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO " PRODUTO-CODIGO " FORA DO "
                           "CADASTRO - SAIDA NAO BAIXADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-BAIXA-NO-PRODUTO
               END-READ
           END-IF.

       VERIFICA-SE-E-KIT.
      *    Produto com pelo menos 1 componente em kits.dat e kit
           SET ITEM-NAO-E-KIT TO TRUE.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           IF FIM-COMPONENTES = "N"
               PERFORM LE-PROXIMO-COMPONENTE
               IF FIM-COMPONENTES = "N"
                   SET ITEM-E-KIT TO TRUE
               END-IF
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

       BAIXA-ESTOQUE-DO-COMPONENTE.
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "COMPONENTE " PRODUTO-CODIGO " FORA DO "
                           "CADASTRO - SAIDA NAO BAIXADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-BAIXA-NO-COMPONENTE
               END-READ
           END-IF.

       APLICA-BAIXA-NO-COMPONENTE.
           COMPUTE QTDE-COMPONENTE-EMBARCADA =
               QTDE-EMBARCADA * KIT-QTDE-COMPONENTE.
           IF QTDE-COMPONENTE-EMBARCADA > PRODUTO-SALDO-ESTOQUE
               DISPLAY "AVISO: EMBARQUE DO COMPONENTE "
                   PRODUTO-CODIGO " MAIOR QUE O SALDO DO CADASTRO - "
                   "SALDO ZERADO, CONFERIR INVENTARIO"
               MOVE ZERO TO PRODUTO-SALDO-ESTOQUE
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               SUBTRACT QTDE-COMPONENTE-EMBARCADA
                   FROM PRODUTO-SALDO-ESTOQUE
           END-IF.

           COMPUTE RESERVA-COMPONENTE-A-DEVOLVER =
               PEDIDO-ITEM-QTDE-RESERVADA * KIT-QTDE-COMPONENTE.
           IF RESERVA-COMPONENTE-A-DEVOLVER > PRODUTO-QTDE-RESERVADA
               MOVE PRODUTO-QTDE-RESERVADA
                   TO RESERVA-COMPONENTE-A-DEVOLVER
           END-IF.
           SUBTRACT RESERVA-COMPONENTE-A-DEVOLVER
               FROM PRODUTO-QTDE-RESERVADA.

           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O COMPONENTE "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF QTDE-COMPONENTE-EMBARCADA > 0
                       PERFORM GRAVA-MOVIMENTO-SAIDA-COMPONENTE
                       MOVE "S" TO MOVFIL-OPERACAO
                       MOVE QTDE-COMPONENTE-EMBARCADA TO MOVFIL-QTDE
                       PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
                   END-IF
                   IF RESERVA-COMPONENTE-A-DEVOLVER > 0
                       MOVE "L" TO MOVFIL-OPERACAO
                       MOVE RESERVA-COMPONENTE-A-DEVOLVER
                           TO MOVFIL-QTDE
                       PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
                   END-IF
                   IF PRODUTO-COM-LOTE
                       MOVE QTDE-COMPONENTE-EMBARCADA TO MOVLOTE-QTDE
                       PERFORM EMBARCA-NOS-LOTES
                   END-IF
           END-REWRITE.

       GRAVA-MOVIMENTO-SAIDA-COMPONENTE.
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           ACCEPT MOVESTQ-HORA FROM TIME.
           SET MOVESTQ-SAIDA TO TRUE.
           SET MOVESTQ-REDUZ TO TRUE.
           MOVE PRODUTO-CODIGO TO MOVESTQ-PRODUTO.
           MOVE QTDE-COMPONENTE-EMBARCADA TO MOVESTQ-QTDE.
           MOVE PEDIDO-NUMERO TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       APLICA-BAIXA-NO-PRODUTO.
           IF QTDE-EMBARCADA > 0
               PERFORM BAIXA-SALDO-DO-PRODUTO
           END-IF.

           MOVE PEDIDO-ITEM-QTDE-RESERVADA
               TO QTDE-RESERVA-A-DEVOLVER.
           IF QTDE-RESERVA-A-DEVOLVER > PRODUTO-QTDE-RESERVADA
               MOVE PRODUTO-QTDE-RESERVADA
           END-IF.
           SUBTRACT QTDE-RESERVA-A-DEVOLVER
               FROM PRODUTO-QTDE-RESERVADA.
           MOVE 0 TO PEDIDO-ITEM-QTDE-RESERVADA.

           REWRITE PRODUTO-REGISTRO
               INVALID KEY
               NOT INVALID KEY
                   IF QTDE-EMBARCADA > 0
                       PERFORM GRAVA-MOVIMENTO-SAIDA
                       MOVE "S" TO MOVFIL-OPERACAO
                       MOVE QTDE-EMBARCADA TO MOVFIL-QTDE
                       PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
                   END-IF
                   IF QTDE-RESERVA-A-DEVOLVER > 0
                       MOVE "L" TO MOVFIL-OPERACAO
                       MOVE QTDE-RESERVA-A-DEVOLVER TO MOVFIL-QTDE
                       PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
                   END-IF
                   IF PRODUTO-COM-LOTE
                       MOVE QTDE-EMBARCADA TO MOVLOTE-QTDE
                       PERFORM EMBARCA-NOS-LOTES
                   END-IF
           END-REWRITE.

       MOVIMENTA-ESTOQUE-DA-FILIAL.
      *    Mesma baixa/devolucao no estoque da filial de expedicao;
      *    a operacao e a quantidade ja vem preenchidas
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO NO ESTOQUE DA FILIAL "
                   PEDIDO-FILIAL-EXPEDICAO " PRODUTO " PRODUTO-CODIGO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       EMBARCA-NOS-LOTES.
      *    MOVLOTE-QTDE ja vem com o embarcado (zero so devolve a
      *    reserva dos lotes); pedido sem filial nao tem lote a
      *    baixar e so devolve a reserva
           MOVE PRODUTO-CODIGO TO MOVLOTE-PRODUTO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVLOTE-FILIAL.
           MOVE SPACES TO MOVLOTE-LOTE.
           MOVE ZEROS TO MOVLOTE-VALIDADE.
           MOVE PEDIDO-ITEM-PEDIDO TO MOVLOTE-PEDIDO.
           MOVE PEDIDO-ITEM-LINHA TO MOVLOTE-LINHA.
           IF PEDIDO-FILIAL-EXPEDICAO = SPACES
               MOVE "L" TO MOVLOTE-OPERACAO
           ELSE
               MOVE "S" TO MOVLOTE-OPERACAO
           END-IF.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO NOS LOTES DA FILIAL "
                   PEDIDO-FILIAL-EXPEDICAO " PRODUTO " PRODUTO-CODIGO
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF MOVLOTE-SAIDA-PELOS-LOTES
                   AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
                   DISPLAY "AVISO: LOTES DO PRODUTO " PRODUTO-CODIGO
                       " COBRIRAM SO " MOVLOTE-QTDE-FEITA " DE "
                       MOVLOTE-QTDE " EMBARCADOS - CONFERIR LOTES"
               END-IF
           END-IF.

       BAIXA-SALDO-DO-PRODUTO.
           IF QTDE-EMBARCADA > PRODUTO-SALDO-ESTOQUE
               DISPLAY "AVISO: EMBARQUE MAIOR QUE O SALDO DO "
           MOVE QTDE-EMBARCADA TO MOVESTQ-QTDE.
           MOVE PEDIDO-NUMERO TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       TRATA-QTDE-NAO-EMBARCADA.
      *    com aviso; a reserva que sobrou ja foi devolvida na baixa.
      *    Remanescente que o cliente ainda quiser e pedido novo
           COMPUTE QTDE-NAO-EMBARCADA =
               PEDIDO-ITEM-QTDE - QTDE-EMBARCADA.
           IF QTDE-NAO-EMBARCADA > 0
               ADD 1 TO TOTAL-EMBARQUES-CURTOS
               DISPLAY "EMBARQUE CURTO - " QTDE-NAO-EMBARCADA

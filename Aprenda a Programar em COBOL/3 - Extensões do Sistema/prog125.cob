      *    o PROG67 baixa o titulo com o credito e aplica o delta do
      *    saldo na exposicao. Abater aqui tambem contava o mesmo
      *    credito 2 vezes.
      *    O movimento de Entrada da devolucao passou a levar o custo
      *    medio do produto em MOVESTQ-CUSTO-UNITARIO: a mercadoria
      *    volta ao estoque pelo custo com que esta no cadastro, sem
      *    mexer na media.
      *    As linhas do pedido passaram a morar em pedido_itens.dat
      *    (sem o limite de 10 itens): o item devolvido e procurado
      *    lendo as linhas do pedido pela chave, e a linha achada
      *    fica no registro para a conferencia e o preco do credito.
      *    Devolucao de kit (estrutura em kits.dat, PROG178): o
      *    cliente devolve o kit pelo codigo da linha e a mercadoria
      *    volta ao saldo dos componentes, com 1 movimento de Entrada
      *    por componente na quantidade dele nos kits devolvidos; o
      *    credito sai no preco da linha do kit.
      *    Devolucao de pedido com vendedor passou a gravar em
      *    vendas.dat a linha de Estorno no valor da nota de
      *    credito, com a data da devolucao: o fechamento do PROG71
      *    abate a comissao sobre a mercadoria que voltou no mes da
      *    devolucao.
      *    A mercadoria devolvida volta ao estoque de uma filial: a
      *    de expedicao do pedido, ou outra informada pelo operador
      *    (cadastrada e Ativa em filiais.dat). A entrada soma no
      *    saldo do produto na filial (estoque_filial.dat, pela
      *    sub-rotina PROG195) e a filial sai em MOVESTQ-FILIAL.
      *    A nota de credito nova sai com os campos de reembolso
      *    (numero, data e valor reembolsado) zerados.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Produto com controle de lote e validade volta tambem pro
      *    lote de onde a linha embarcou (pedido_lotes.dat), com a
      *    mesma validade, no estoque de lotes da filial da
      *    devolucao (sub-rotina PROG325); o que nao achar lote de
      *    origem fica so no saldo, com aviso pra conferir os lotes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELCREDITO.cob".
           COPY "SELVENDA.cob".
           COPY "SELFILIAL.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDCREDITO.cob".
           COPY "FDVENDA.cob".
           COPY "FDFILIAL.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  CREDITO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  RESPOSTA-ITEM PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  NUMERO-INFORMADO PIC 9(6).
       01  CODIGO-PRODUTO-DEVOLVIDO PIC 9(4).
       01  QTDE-DEVOLVIDA PIC 9(3).
       01  QTDE-JA-ATENDIDA PIC 9(3).
       01  FIM-ITENS PIC X.
       01  PRECO-UNITARIO-DO-ITEM PIC 9(7)V99.
       01  VALOR-DEVOLVIDO-ITEM PIC 9(8)V99.
       01  VALOR-CREDITO-TOTAL PIC 9(8)V99.

       01  CODIGO-DO-KIT PIC 9(4).
       01  FIM-COMPONENTES PIC X.
       01  QTDE-COMPONENTE-DEVOLVIDA PIC 9(6).
       01  QTDE-DO-MOVIMENTO PIC 9(6).

       01  FILIAL-DA-DEVOLUCAO PIC X(4).
       01  FILIAL-INFORMADA PIC X(4).

       01  FILIAL-VALIDACAO-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

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

       01  ITEM-ACHADO-FLAG PIC X VALUE "N".
           88 ITEM-ACHADO VALUE "S".
           88 ITEM-NAO-ACHADO VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN I-O ARQUIVO-CREDITO.
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.
           OPEN EXTEND ARQUIVO-VENDA.
           OPEN INPUT ARQUIVO-FILIAL.

           MOVE "S" TO RESPOSTA.
           PERFORM PROCESSA-DEVOLUCAO UNTIL RESPOSTA = "N".
           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-CREDITO.
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.
           CLOSE ARQUIVO-VENDA.
           CLOSE ARQUIVO-FILIAL.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
           IF OPERADOR-ACEITO
               NOT INVALID KEY
                   IF PEDIDO-EMBARCADO OR PEDIDO-FATURADO
                       OR PEDIDO-PAGO
                       PERFORM ACEITA-FILIAL-DA-DEVOLUCAO
                       IF FILIAL-APTA
                           PERFORM RECEBE-ITENS-DEVOLVIDOS
                       END-IF
                   ELSE
                       DISPLAY "PEDIDO " PEDIDO-NUMERO " AINDA NAO "
                           "EMBARCOU - NADA A DEVOLVER"
           DISPLAY "Deseja processar outra devolucao? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-FILIAL-DA-DEVOLUCAO.
      *    A mercadoria volta, em principio, pra filial que a expediu
           SET FILIAL-NAO-APTA TO TRUE.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO FILIAL-DA-DEVOLUCAO.
           DISPLAY "FILIAL DE EXPEDICAO DO PEDIDO: "
               PEDIDO-FILIAL-EXPEDICAO.
           DISPLAY "Filial que Recebe a Devolucao "
               "(ENTER = filial de expedicao):".
           MOVE SPACES TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           IF FILIAL-INFORMADA NOT = SPACES
               MOVE FILIAL-INFORMADA TO FILIAL-DA-DEVOLUCAO
           END-IF.
           MOVE FILIAL-DA-DEVOLUCAO TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-DA-DEVOLUCAO
                       " NAO CONSTA NO CADASTRO DE FILIAIS - "
                       "DEVOLUCAO NAO PROCESSADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-DA-DEVOLUCAO
                           " INATIVA NO CADASTRO - DEVOLUCAO NAO "
                           "PROCESSADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   END-IF
           END-READ.

       RECEBE-ITENS-DEVOLVIDOS.
           MOVE ZERO TO VALOR-CREDITO-TOTAL.
           MOVE "S" TO RESPOSTA-ITEM.

       LOCALIZA-ITEM-NO-PEDIDO.
           SET ITEM-NAO-ACHADO TO TRUE.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM COMPARA-ITEM-DEVOLVIDO
               UNTIL FIM-ITENS = "S" OR ITEM-ACHADO.

      *    A linha achada fica no registro de ARQUIVO-PEDIDO-ITEM
       COMPARA-ITEM-DEVOLVIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF PEDIDO-ITEM-CODIGO = CODIGO-PRODUTO-DEVOLVIDO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       CONFERE-E-APLICA-DEVOLUCAO.
      *    Pedido anterior a confirmacao de embarque nao tem a
      *    quantidade atendida gravada; nesse caso vale a quantidade
      *    pedida
           MOVE PEDIDO-ITEM-QTDE-ATENDIDA
               TO QTDE-JA-ATENDIDA.
           IF QTDE-JA-ATENDIDA = 0
               MOVE PEDIDO-ITEM-QTDE
                   TO QTDE-JA-ATENDIDA
           END-IF.

           END-IF.

       DEVOLVE-AO-ESTOQUE.
      *    Kit volta ao estoque pelos componentes
           MOVE CODIGO-PRODUTO-DEVOLVIDO TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM POSICIONA-COMPONENTES-DO-KIT
               PERFORM DEVOLVE-COMPONENTE-AO-ESTOQUE
                   UNTIL FIM-COMPONENTES = "S"
               PERFORM ACUMULA-VALOR-DEVOLVIDO
           ELSE
               MOVE CODIGO-PRODUTO-DEVOLVIDO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO " PRODUTO-CODIGO " FORA DO "
                           "CADASTRO - DEVOLUCAO DO ITEM RECUSADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-ENTRADA-DEVOLUCAO
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

       DEVOLVE-COMPONENTE-AO-ESTOQUE.
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "COMPONENTE " PRODUTO-CODIGO " FORA DO "
                           "CADASTRO - ENTRADA NAO FEITA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-ENTRADA-DO-COMPONENTE
               END-READ
           END-IF.

       APLICA-ENTRADA-DO-COMPONENTE.
           COMPUTE QTDE-COMPONENTE-DEVOLVIDA =
               QTDE-DEVOLVIDA * KIT-QTDE-COMPONENTE.
           ADD QTDE-COMPONENTE-DEVOLVIDA TO PRODUTO-SALDO-ESTOQUE.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O COMPONENTE "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   MOVE QTDE-COMPONENTE-DEVOLVIDA
                       TO QTDE-DO-MOVIMENTO
                   PERFORM GRAVA-MOVIMENTO-DEVOLUCAO
                   PERFORM LANCA-ENTRADA-NA-FILIAL
           END-REWRITE.

       APLICA-ENTRADA-DEVOLUCAO.
           ADD QTDE-DEVOLVIDA TO PRODUTO-SALDO-ESTOQUE.
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   MOVE QTDE-DEVOLVIDA TO QTDE-DO-MOVIMENTO
                   PERFORM GRAVA-MOVIMENTO-DEVOLUCAO
                   PERFORM LANCA-ENTRADA-NA-FILIAL
                   PERFORM ACUMULA-VALOR-DEVOLVIDO
           END-REWRITE.

           SET MOVESTQ-ENTRADA TO TRUE.
           SET MOVESTQ-ACRESCENTA TO TRUE.
           MOVE PRODUTO-CODIGO TO MOVESTQ-PRODUTO.
           MOVE QTDE-DO-MOVIMENTO TO MOVESTQ-QTDE.
           MOVE PEDIDO-NUMERO TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE FILIAL-DA-DEVOLUCAO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       LANCA-ENTRADA-NA-FILIAL.
           MOVE "E" TO MOVFIL-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE FILIAL-DA-DEVOLUCAO TO MOVFIL-FILIAL.
           MOVE QTDE-DO-MOVIMENTO TO MOVFIL-QTDE.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO AO LANCAR A DEVOLUCAO NO ESTOQUE DA "
                   "FILIAL " FILIAL-DA-DEVOLUCAO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           IF PRODUTO-COM-LOTE
               AND QTDE-DO-MOVIMENTO > 0
               PERFORM LANCA-VOLTA-AOS-LOTES
           END-IF.

       LANCA-VOLTA-AOS-LOTES.
      *    Volta pros lotes de onde a linha do pedido embarcou
           MOVE "V" TO MOVLOTE-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVLOTE-PRODUTO.
           MOVE FILIAL-DA-DEVOLUCAO TO MOVLOTE-FILIAL.
           MOVE SPACES TO MOVLOTE-LOTE.
           MOVE ZEROS TO MOVLOTE-VALIDADE.
           MOVE PEDIDO-ITEM-PEDIDO TO MOVLOTE-PEDIDO.
           MOVE PEDIDO-ITEM-LINHA TO MOVLOTE-LINHA.
           MOVE QTDE-DO-MOVIMENTO TO MOVLOTE-QTDE.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO AO LANCAR A DEVOLUCAO NOS LOTES DA "
                   "FILIAL " FILIAL-DA-DEVOLUCAO
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
                   DISPLAY "AVISO: LOTE DE ORIGEM DO PRODUTO "
                       PRODUTO-CODIGO " ACHADO PARA "
                       MOVLOTE-QTDE-FEITA " DE " MOVLOTE-QTDE
                       " - CONFERIR LOTES"
               END-IF
           END-IF.

       ACUMULA-VALOR-DEVOLVIDO.
      *    O credito sai no preco da linha do proprio pedido (valor
      *    da linha pela quantidade atendida), nao no preco de hoje
               MOVE ZERO TO PRECO-UNITARIO-DO-ITEM
           ELSE
               COMPUTE PRECO-UNITARIO-DO-ITEM =
                   PEDIDO-ITEM-VALOR
                   / QTDE-JA-ATENDIDA
           END-IF.
           COMPUTE VALOR-DEVOLVIDO-ITEM =
           MOVE VALOR-CREDITO-TOTAL TO CREDITO-SALDO.
           SET CREDITO-ABERTO TO TRUE.
           MOVE OPERADOR-ID TO CREDITO-OPERADOR.
           MOVE ZEROS TO CREDITO-REEMBOLSO-NUMERO.
           MOVE ZEROS TO CREDITO-REEMBOLSO-DATA.
           MOVE ZEROS TO CREDITO-VALOR-REEMBOLSADO.
           WRITE CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "JA EXISTE NOTA DE CREDITO NESTA CHAVE - "
                   ADD VALOR-CREDITO-TOTAL TO TOTAL-VALOR-CREDITOS
                   DISPLAY "NOTA DE CREDITO GRAVADA NO VALOR DE "
                       VALOR-CREDITO-TOTAL
                   PERFORM GRAVA-ESTORNO-DE-COMISSAO
           END-WRITE.

       GRAVA-ESTORNO-DE-COMISSAO.
      *    Vendedor zero e venda da casa, sem comissao a estornar
           IF PEDIDO-VENDEDOR > 0
               MOVE SPACE TO LINHA-VENDA
               MOVE PEDIDO-VENDEDOR TO VENDA-VENDEDOR
               MOVE VALOR-CREDITO-TOTAL TO VENDA-VALOR
               MOVE DATA-EXECUCAO TO VENDA-DATA
               SET VENDA-ESTORNO TO TRUE
               MOVE PEDIDO-NUMERO TO VENDA-PEDIDO
               WRITE LINHA-VENDA
               DISPLAY "ESTORNO DE COMISSAO GRAVADO PRO VENDEDOR "
                   PEDIDO-VENDEDOR
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de devolucoes aceitas nesta rodada; a linha

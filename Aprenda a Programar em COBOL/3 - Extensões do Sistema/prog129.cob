      *    comercial (PROG88) e em dia nao util nao gera nada, no
      *    mesmo padrao do PROG66. Varre pedidos_fixos.dat e, pra
      *    cada contrato Ativo cujo dia do mes ja chegou e que ainda
      *    nao gerou neste AAAAMM (PEDFIXO-ULTIMA-GERACAO), cria o
      *    pedido real em pedidos.dat passando pelas mesmas
      *    conferencias do PROG63: cliente ativo e sem bloqueio,
      *    limite de credito pelo saldo CLIENTE-EXPOSICAO-ATUAL do
      *    pulado sai no relatorio com o motivo, pra ninguem
      *    descobrir no fim do mes que o pedido do contrato nao
      *    nasceu.
      *    O pedido gerado passou a levar a condicao de pagamento
      *    padrao do cliente (CLIENTE-CONDICAO-PAGAMENTO), que o
      *    faturamento usa pra abrir as parcelas do titulo.
      *    As linhas do pedido gerado passaram a ser gravadas em
      *    pedido_itens.dat (chave pedido + linha), como no PROG63.
      *    Item que e kit (kits.dat, PROG178) reserva nos
      *    componentes, no mesmo calculo do PROG63: kits completos
      *    que o disponivel comporta e a falta de cada componente na
      *    fila de backorders com o codigo do componente.
      *    O preco do item passou a conferir os acordos de preco do
      *    cliente e da filial dele (acordos_preco.dat, consulta do
      *    PROG180) na data da geracao e na quantidade do contrato,
      *    como no PROG63; a linha gerada grava o preco unitario
      *    cobrado, o preco de tabela e o numero do acordo usado.
      *    O pedido gravado leva o peso bruto somado dos itens
      *    (PRODUTO-PESO-BRUTO), que o romaneio do PROG123 imprime;
      *    sai sem transportadora (retirada) e sem frete proposto -
      *    transportadora e frete de tabela sao acertados depois na
      *    alteracao do pedido no PROG63.
      *    O pedido sai com a filial do cliente como filial de
      *    expedicao (PEDIDO-FILIAL-EXPEDICAO): a reserva de cada
      *    item cabe tambem no disponivel do produto nessa filial
      *    (estoque_filial.dat, pela sub-rotina PROG195) e e lancada
      *    tambem na reserva da filial.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDOFIXO.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELBACKORDER.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".
       FILE SECTION.
           COPY "FDPEDIDOFIXO.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDBACKORDER.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       01  PEDFIXO-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FINAL-FIXOS PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  MOTIVO-PULO PIC X(40).
           88 CONTRATO-PULADO VALUE "N".

       01  INDICE-ITEM PIC 9(2).
       01  PESO-CALCULADO-PEDIDO PIC 9(6)V999.
       01  VALOR-CALCULADO-PEDIDO PIC 9(8)V99.
       01  LIMITE-CREDITO-CLIENTE PIC 9(8)V99.
       01  EXPOSICAO-CLIENTE PIC 9(9)V99.
       01  FIM-BUSCA-MAIOR PIC X.

       01  PRECO-APLICADO-ITEM PIC 9(5)V99.
       01  PRECO-TABELA-ITEM PIC 9(5)V99.
       01  FILIAL-DO-CLIENTE PIC X(4).

       01  ACORDO-PRECO-FLAG PIC X VALUE "N".
           88 ACORDO-DE-PRECO-ACHADO VALUE "S".
           88 ACORDO-DE-PRECO-NAO-ACHADO VALUE "N".

       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
               10 GER-ITEM-DESCRICAO PIC X(20).
               10 GER-ITEM-QTDE PIC 9(3).
               10 GER-ITEM-VALOR PIC 9(7)V99.
               10 GER-ITEM-PRECO-UNITARIO PIC 9(5)V99.
               10 GER-ITEM-PRECO-TABELA PIC 9(5)V99.
               10 GER-ITEM-ACORDO PIC 9(6).

       01  QTDE-DISPONIVEL-ITEM PIC S9(7).

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
       01  QTDE-A-RESERVAR PIC 9(3).
       01  QTDE-EM-FALTA PIC 9(3).

       01  CODIGO-DO-KIT PIC 9(4).
       01  FIM-COMPONENTES PIC X.
       01  KITS-POSSIVEIS PIC 9(3).
       01  KITS-EM-FALTA PIC 9(3).
       01  KITS-DO-COMPONENTE PIC 9(7).
       01  QTDE-DO-COMPONENTE PIC 9(7).
       01  FALTA-DO-COMPONENTE PIC S9(7).

       01  KIT-FLAG PIC X VALUE "N".
           88 ITEM-E-KIT VALUE "S".
           88 ITEM-NAO-E-KIT VALUE "N".

       01  CAL-RESULTADO-FLAG PIC X VALUE "N".
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  TOTAL-GERADOS PIC 9(6) VALUE 0.
       01  TOTAL-PULADOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.

           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           OPEN I-O ARQUIVO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO-ITEM.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.

           DISPLAY "GERACAO DE PEDIDOS FIXOS - DATA " DATA-EXECUCAO.
           DISPLAY "-------------------------------------------------".

           CLOSE ARQUIVO-PEDIDO-FIXO.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "PEDIDOS GERADOS NESTA RODADA: " TOTAL-GERADOS.
                                   TO LIMITE-CREDITO-CLIENTE
                               MOVE CLIENTE-EXPOSICAO-ATUAL
                                   TO EXPOSICAO-CLIENTE
                               MOVE CLIENTE-FILIAL
                                   TO FILIAL-DO-CLIENTE
                           END-IF
                       END-IF
                   END-IF

       PRECIFICA-ITENS-DO-CONTRATO.
           MOVE ZERO TO VALOR-CALCULADO-PEDIDO.
           MOVE ZERO TO PESO-CALCULADO-PEDIDO.
           PERFORM PRECIFICA-UM-ITEM
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > PEDFIXO-QTDE-ITENS
           IF PRECO-VIGENTE-NAO-ACHADO
               MOVE PRODUTO-PRECO-UNITARIO TO PRECO-APLICADO-ITEM
           END-IF.
           MOVE PRECO-APLICADO-ITEM TO PRECO-TABELA-ITEM.
           MOVE PRECO-TABELA-ITEM TO GER-ITEM-PRECO-TABELA(INDICE-ITEM).
           CALL "PROG180" USING PEDFIXO-CLIENTE FILIAL-DO-CLIENTE
               PEDFIXO-ITEM-CODIGO(INDICE-ITEM)
               PEDFIXO-ITEM-QTDE(INDICE-ITEM) DATA-EXECUCAO
               PRECO-TABELA-ITEM ACORDO-PRECO-FLAG PRECO-APLICADO-ITEM
               GER-ITEM-ACORDO(INDICE-ITEM).
           IF ACORDO-DE-PRECO-NAO-ACHADO
               MOVE PRECO-TABELA-ITEM TO PRECO-APLICADO-ITEM
           END-IF.
           MOVE PRECO-APLICADO-ITEM
               TO GER-ITEM-PRECO-UNITARIO(INDICE-ITEM).
           MOVE PEDFIXO-ITEM-CODIGO(INDICE-ITEM)
               TO GER-ITEM-CODIGO(INDICE-ITEM).
           MOVE PRODUTO-DESCRICAO
               PRECO-APLICADO-ITEM * PEDFIXO-ITEM-QTDE(INDICE-ITEM).
           ADD GER-ITEM-VALOR(INDICE-ITEM)
               TO VALOR-CALCULADO-PEDIDO.
           COMPUTE PESO-CALCULADO-PEDIDO = PESO-CALCULADO-PEDIDO
               + PRODUTO-PESO-BRUTO * PEDFIXO-ITEM-QTDE(INDICE-ITEM).

       VERIFICA-LIMITE-DO-CONTRATO.
      *    A mesma regra do PROG63, pelo saldo de exposicao do
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE NUMERO-TIRADO TO PEDIDO-NUMERO.
           MOVE PEDFIXO-CLIENTE TO PEDIDO-CLIENTE-CODIGO.
           MOVE FILIAL-DO-CLIENTE TO PEDIDO-FILIAL-EXPEDICAO.
           MOVE DATA-EXECUCAO TO PEDIDO-DATA.
           MOVE PEDFIXO-QTDE-ITENS TO PEDIDO-QTDE-ITENS.
           PERFORM MONTA-ITEM-GERADO
      *    da aliquota da UF do cliente vigente na data (PROG131)
           MOVE CLIENTE-ENDERECO TO PEDIDO-ENDERECO-ENTREGA.
           MOVE ZEROS TO PEDIDO-VALOR-FRETE.
           MOVE ZEROS TO PEDIDO-TRANSPORTADORA.
           MOVE PESO-CALCULADO-PEDIDO TO PEDIDO-PESO-BRUTO.
           MOVE ZEROS TO PEDIDO-FRETE-TABELA.
           MOVE SPACES TO PEDIDO-FRETE-SUPERVISOR.
      *    Pedido de contrato entra como venda da casa
           MOVE ZEROS TO PEDIDO-VENDEDOR.
           MOVE CLIENTE-CONDICAO-PAGAMENTO
               TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE VALOR-CALCULADO-PEDIDO TO PEDIDO-VALOR-MERCADORIA.
           MOVE CLIENTE-END-UF TO UF-DO-PEDIDO.
           CALL "PROG131" USING UF-DO-PEDIDO PEDIDO-DATA
           END-READ.

       MONTA-ITEM-GERADO.
           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE NUMERO-TIRADO TO PEDIDO-ITEM-PEDIDO.
           MOVE INDICE-ITEM TO PEDIDO-ITEM-LINHA.
           MOVE GER-ITEM-CODIGO(INDICE-ITEM)
               TO PEDIDO-ITEM-CODIGO.
           MOVE GER-ITEM-DESCRICAO(INDICE-ITEM)
               TO PEDIDO-ITEM-DESCRICAO.
           MOVE GER-ITEM-QTDE(INDICE-ITEM)
               TO PEDIDO-ITEM-QTDE.
           MOVE GER-ITEM-VALOR(INDICE-ITEM)
               TO PEDIDO-ITEM-VALOR.
           MOVE GER-ITEM-PRECO-UNITARIO(INDICE-ITEM)
               TO PEDIDO-ITEM-PRECO-UNITARIO.
           MOVE GER-ITEM-PRECO-TABELA(INDICE-ITEM)
               TO PEDIDO-ITEM-PRECO-TABELA.
           MOVE GER-ITEM-ACORDO(INDICE-ITEM) TO PEDIDO-ITEM-ACORDO.
           MOVE 0 TO PEDIDO-ITEM-QTDE-ATENDIDA.
           PERFORM RESERVA-ESTOQUE-DO-ITEM.
           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " PEDIDO-ITEM-LINHA
                       " DO PEDIDO " PEDIDO-ITEM-PEDIDO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-WRITE.

       RESERVA-ESTOQUE-DO-ITEM.
           MOVE GER-ITEM-CODIGO(INDICE-ITEM) TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM RESERVA-COMPONENTES-DO-KIT
           ELSE
               PERFORM RESERVA-ESTOQUE-DO-PRODUTO
           END-IF.

       RESERVA-ESTOQUE-DO-PRODUTO.
           MOVE GER-ITEM-CODIGO(INDICE-ITEM) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE 0 TO PEDIDO-ITEM-QTDE-RESERVADA
               NOT INVALID KEY
                   PERFORM APLICA-RESERVA-DO-ITEM
           END-READ.
           IF QTDE-DISPONIVEL-ITEM < 0
               MOVE 0 TO QTDE-DISPONIVEL-ITEM
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           IF GER-ITEM-QTDE(INDICE-ITEM) <= QTDE-DISPONIVEL-ITEM
               MOVE GER-ITEM-QTDE(INDICE-ITEM) TO QTDE-A-RESERVAR
               MOVE 0 TO QTDE-EM-FALTA
                   - QTDE-A-RESERVAR
           END-IF.
           MOVE QTDE-A-RESERVAR
               TO PEDIDO-ITEM-QTDE-RESERVADA.
           IF QTDE-A-RESERVAR > 0
               ADD QTDE-A-RESERVAR TO PRODUTO-QTDE-RESERVADA
               REWRITE PRODUTO-REGISTRO
                       DISPLAY "ERRO AO RESERVAR O PRODUTO "
                           PRODUTO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE QTDE-A-RESERVAR TO MOVFIL-QTDE
                       PERFORM RESERVA-NA-FILIAL
               END-REWRITE
           END-IF.
           IF QTDE-EM-FALTA > 0
               PERFORM GRAVA-BACKORDER-DO-ITEM
           END-IF.

       LIMITA-PELO-DISPONIVEL-DA-FILIAL.
      *    Vale o menor entre o disponivel da casa e o da filial de
      *    expedicao; cliente sem filial fica so com o da casa
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               MOVE "D" TO MOVFIL-OPERACAO
               MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO
               MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL
               MOVE ZEROS TO MOVFIL-QTDE
               CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
                   MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
                   MOVFIL-DISPONIVEL MOVFIL-RESULTADO
               IF MOVFIL-OK
                   AND MOVFIL-DISPONIVEL < QTDE-DISPONIVEL-ITEM
                   MOVE MOVFIL-DISPONIVEL TO QTDE-DISPONIVEL-ITEM
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

       GRAVA-BACKORDER-DO-ITEM.
           OPEN EXTEND ARQUIVO-BACKORDER.
           MOVE SPACE TO LINHA-BACKORDER.
           ACCEPT BACKORDER-HORA FROM TIME.
           MOVE NUMERO-TIRADO TO BACKORDER-PEDIDO.
           MOVE PEDFIXO-CLIENTE TO BACKORDER-CLIENTE.
           MOVE PRODUTO-CODIGO TO BACKORDER-PRODUTO.
           MOVE QTDE-EM-FALTA TO BACKORDER-QTDE.
           WRITE LINHA-BACKORDER.
           CLOSE ARQUIVO-BACKORDER.

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

       RESERVA-COMPONENTES-DO-KIT.
      *    1a passada: kits completos que o disponivel de todos os
      *    componentes comporta; 2a passada: reserva e falta de cada
      *    componente. A reserva da linha conta kits inteiros.
           MOVE GER-ITEM-QTDE(INDICE-ITEM) TO KITS-POSSIVEIS.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM APURA-KITS-DO-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".
           MOVE KITS-POSSIVEIS TO PEDIDO-ITEM-QTDE-RESERVADA.
           COMPUTE KITS-EM-FALTA = GER-ITEM-QTDE(INDICE-ITEM)
               - KITS-POSSIVEIS.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM RESERVA-UM-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".

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
           COMPUTE QTDE-DISPONIVEL-ITEM = PRODUTO-SALDO-ESTOQUE
               - PRODUTO-QTDE-RESERVADA.
           IF QTDE-DISPONIVEL-ITEM < 0
               MOVE 0 TO QTDE-DISPONIVEL-ITEM
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           DIVIDE QTDE-DISPONIVEL-ITEM BY KIT-QTDE-COMPONENTE
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
                           " DO KIT FORA DO CADASTRO - SEM RESERVA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-RESERVA-DO-COMPONENTE
               END-READ
           END-IF.

       APLICA-RESERVA-DO-COMPONENTE.
           COMPUTE QTDE-DISPONIVEL-ITEM = PRODUTO-SALDO-ESTOQUE
               - PRODUTO-QTDE-RESERVADA.
           IF QTDE-DISPONIVEL-ITEM < 0
               MOVE 0 TO QTDE-DISPONIVEL-ITEM
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           COMPUTE QTDE-DO-COMPONENTE =
               KITS-POSSIVEIS * KIT-QTDE-COMPONENTE.
           IF QTDE-DO-COMPONENTE > 0
               ADD QTDE-DO-COMPONENTE TO PRODUTO-QTDE-RESERVADA
               REWRITE PRODUTO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO RESERVAR O COMPONENTE "
                           PRODUTO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE QTDE-DO-COMPONENTE TO MOVFIL-QTDE
                       PERFORM RESERVA-NA-FILIAL
               END-REWRITE
           END-IF.
           IF KITS-EM-FALTA > 0
               COMPUTE FALTA-DO-COMPONENTE =
                   KITS-EM-FALTA * KIT-QTDE-COMPONENTE
                   - (QTDE-DISPONIVEL-ITEM - QTDE-DO-COMPONENTE)
               IF FALTA-DO-COMPONENTE > 0
                   IF FALTA-DO-COMPONENTE > 999
                       MOVE 999 TO QTDE-EM-FALTA
                   ELSE
                       MOVE FALTA-DO-COMPONENTE TO QTDE-EM-FALTA
                   END-IF
                   PERFORM GRAVA-BACKORDER-DO-ITEM
               END-IF
           END-IF.

       MARCA-GERACAO-DO-MES.
      *    Carimba o AAAAMM no contrato, pra rerodada do mesmo mes nao
      *    gerar o pedido 2 vezes
           MOVE DATA-EXECUCAO-AAMM TO PEDFIXO-ULTIMA-GERACAO.
           REWRITE PEDFIXO-REGISTRO

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG319.
      *    Programa de Venda de Balcao
      *    O cliente que compra no balcao da filial paga na hora, em
      *    dinheiro ou cartao, mas a venda tinha de passar por pedido
      *    (PROG63), embarque (PROG124), extrato (PROG66) e baixa de
      *    pagamento (PROG67), senao o estoque nao mexia. Aqui a
      *    venda sai num passo so:
      *    - o cliente e um cadastrado ativo (com o acordo de preco
      *      do PROG180 valendo) ou o consumidor sem cadastro, com
      *      CPF opcional conferido pela sub-rotina PROG97;
      *    - cada item sai no preco vigente (PROG121) e so e aceito
      *      se o disponivel da filial do balcao (PROG195) cobre a
      *      quantidade; kit sai so por pedido, que baixa os
      *      componentes no PROG124;
      *    - informada a forma de pagamento (dinheiro, com o valor
      *      recebido e o troco, ou cartao) e confirmada a venda, ela
      *      ganha o numero da serie BALCAO do controle de numeracao,
      *      cada item baixa o saldo da casa e o da filial com 1
      *      movimento de Saida em estoque_movimentos.dat (documento
      *      BAL + numero), a venda e anexada a vendas_balcao.dat e o
      *      cupom sai impresso.
      *    Venda de balcao nao abre titulo nem mexe na exposicao do
      *    cliente: ja entra paga. O fechamento de caixa do dia sai
      *    no PROG320 e a contabilizacao no PROG145. O operador passa
      *    pelo sign-on do PROG83 (sigla BALCAO), com sign-off no
      *    PROG163, e fica carimbado na venda.
      *    Produto com controle de lote (PRODUTO-COM-LOTE) so entra
      *    na venda ate o disponivel dos lotes validos da filial e
      *    sai dos lotes que vencem primeiro pela baixa avulsa da
      *    sub-rotina PROG325, como no embarque do PROG124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELFILIAL.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELBALCAO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDFILIAL.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDBALCAO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.
       01  HORA-DA-VENDA PIC 9(6).
       01  OPERADOR-ID PIC X(10).

       01  FILIAL-DO-BALCAO PIC X(4).
       01  NOME-DA-FILIAL PIC X(20).
       01  FILIAL-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

      *    Cliente da venda: zero e o consumidor sem cadastro
       01  CODIGO-CLIENTE-VENDA PIC 9(6).
       01  NOME-CLIENTE-VENDA PIC X(20).
       01  CPF-CNPJ-VENDA PIC 9(14).
       01  CPF-INFORMADO PIC 9(11).
       01  CLIENTE-FLAG PIC X VALUE "N".
           88 CLIENTE-APTO VALUE "S".
           88 CLIENTE-NAO-APTO VALUE "N".
       01  CPF-RESULTADO PIC X.
           88 CPF-VALIDO VALUE "S".
           88 CPF-INVALIDO VALUE "N".

      *    Itens da venda, guardados ate a confirmacao
       01  MAX-ITENS-VENDA PIC 9(2) VALUE 20.
       01  QTDE-ITENS-VENDA PIC 9(2) VALUE 0.
       01  INDICE-ITEM PIC 9(2).
       01  TABELA-ITENS-VENDA.
           05 ITEM-VENDA OCCURS 20 TIMES.
               10 ITV-PRODUTO PIC 9(4).
               10 ITV-DESCRICAO PIC X(20).
               10 ITV-QTDE PIC 9(3).
               10 ITV-PRECO PIC 9(5)V99.
               10 ITV-VALOR PIC 9(8)V99.

       01  CODIGO-PRODUTO-ITEM PIC 9(4).
       01  QTDE-PRODUTO-ITEM PIC 9(3).
       01  QTDE-JA-NA-VENDA PIC 9(5).
       01  PRECO-APLICADO-ITEM PIC 9(5)V99.
       01  PRECO-TABELA-ITEM PIC 9(5)V99.
       01  PRECO-ACORDADO-ITEM PIC 9(5)V99.
       01  ACORDO-APLICADO-ITEM PIC 9(6).
       01  FIM-DOS-ITENS PIC X.
       01  PRODUTO-FLAG PIC X VALUE "N".
           88 PRODUTO-APTO VALUE "S".
           88 PRODUTO-NAO-APTO VALUE "N".
       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
           88 PRECO-VIGENTE-NAO-ACHADO VALUE "N".
       01  ACORDO-PRECO-FLAG PIC X VALUE "N".
           88 ACORDO-DE-PRECO-ACHADO VALUE "S".
           88 ACORDO-DE-PRECO-NAO-ACHADO VALUE "N".
       01  FIM-COMPONENTES PIC X.

       01  VALOR-TOTAL-VENDA PIC 9(8)V99.
       01  FORMA-PAGAMENTO PIC X.
           88 PAGAMENTO-DINHEIRO VALUE "D".
           88 PAGAMENTO-CARTAO VALUE "C".
       01  VALOR-RECEBIDO PIC 9(8)V99.
       01  VALOR-TROCO PIC 9(8)V99.
       01  PAGAMENTO-FLAG PIC X VALUE "N".
           88 PAGAMENTO-APTO VALUE "S".
           88 PAGAMENTO-NAO-APTO VALUE "N".

       01  NUMERO-DA-VENDA PIC 9(6).
       01  DOCUMENTO-DA-VENDA PIC X(10).

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

       01  TOTAL-VENDAS PIC 9(6) VALUE 0.
       01  TOTAL-DESISTENCIAS PIC 9(6) VALUE 0.
       01  TOTAL-DINHEIRO PIC 9(9)V99 VALUE 0.
       01  TOTAL-CARTAO PIC 9(9)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "BALCAO".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - VENDA DE BALCAO ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.
           OPEN EXTEND ARQUIVO-VENDA-BALCAO.

           SET FILIAL-NAO-APTA TO TRUE.
           PERFORM ACEITA-FILIAL-DO-BALCAO UNTIL FILIAL-APTA.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-VENDA UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.
           CLOSE ARQUIVO-VENDA-BALCAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "VENDAS DE BALCAO REGISTRADAS: " TOTAL-VENDAS.
           DISPLAY "VENDAS DESISTIDAS ANTES DA CONFIRMACAO: "
               TOTAL-DESISTENCIAS.
           DISPLAY "RECEBIDO EM DINHEIRO: " TOTAL-DINHEIRO.
           DISPLAY "RECEBIDO EM CARTAO: " TOTAL-CARTAO.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ACEITA-FILIAL-DO-BALCAO.
           MOVE SPACES TO FILIAL-DO-BALCAO.
           DISPLAY "Filial do Balcao:".
           ACCEPT FILIAL-DO-BALCAO.
           MOVE FILIAL-DO-BALCAO TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-DO-BALCAO
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       MOVE FILIAL-NOME TO NOME-DA-FILIAL
                       DISPLAY "BALCAO DA FILIAL: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-DO-BALCAO
                           " INATIVA NO CADASTRO"
                   END-IF
           END-READ.

       REGISTRA-VENDA.
           DISPLAY "-------------".
           SET CLIENTE-NAO-APTO TO TRUE.
           PERFORM ACEITA-CLIENTE-DA-VENDA UNTIL CLIENTE-APTO.

           MOVE 0 TO QTDE-ITENS-VENDA.
           MOVE ZEROS TO VALOR-TOTAL-VENDA.
           MOVE "N" TO FIM-DOS-ITENS.
           PERFORM ACEITA-ITEM-DA-VENDA UNTIL FIM-DOS-ITENS = "S".

           IF QTDE-ITENS-VENDA = 0
               DISPLAY "VENDA SEM ITENS - NADA REGISTRADO"
               ADD 1 TO TOTAL-DESISTENCIAS
           ELSE
               DISPLAY "TOTAL DA VENDA: " VALOR-TOTAL-VENDA
               SET PAGAMENTO-NAO-APTO TO TRUE
               PERFORM ACEITA-PAGAMENTO UNTIL PAGAMENTO-APTO
               DISPLAY "Confirma a venda? (S/N)"
               ACCEPT RESPOSTA-CONFIRMA
               IF RESPOSTA-CONFIRMA = "S"
                   PERFORM EFETIVA-VENDA
               ELSE
                   DISPLAY "VENDA DESISTIDA - NADA REGISTRADO"
                   ADD 1 TO TOTAL-DESISTENCIAS
               END-IF
           END-IF.

           DISPLAY "Deseja registrar outra venda? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-CLIENTE-DA-VENDA.
      *    ENTER e o consumidor sem cadastro, que pode pedir o CPF
      *    no cupom
           MOVE ZEROS TO CODIGO-CLIENTE-VENDA.
           MOVE ZEROS TO CPF-CNPJ-VENDA.
           DISPLAY "Codigo do Cliente (ENTER = consumidor sem "
               "cadastro):".
           ACCEPT CODIGO-CLIENTE-VENDA.
           IF CODIGO-CLIENTE-VENDA = 0
               MOVE "CONSUMIDOR" TO NOME-CLIENTE-VENDA
               PERFORM ACEITA-CPF-DO-CONSUMIDOR
           ELSE
               MOVE CODIGO-CLIENTE-VENDA TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE " CODIGO-CLIENTE-VENDA
                           " NAO CADASTRADO"
                   NOT INVALID KEY
                       IF CLIENTE-ATIVO
                           SET CLIENTE-APTO TO TRUE
                           MOVE CLIENTE-NOME TO NOME-CLIENTE-VENDA
                           MOVE CLIENTE-CNPJ-CPF TO CPF-CNPJ-VENDA
                           DISPLAY "CLIENTE: " CLIENTE-NOME
                       ELSE
                           DISPLAY "CLIENTE " CODIGO-CLIENTE-VENDA
                               " INATIVO NO CADASTRO"
                       END-IF
               END-READ
           END-IF.

       ACEITA-CPF-DO-CONSUMIDOR.
           MOVE ZEROS TO CPF-INFORMADO.
           DISPLAY "CPF do consumidor (ENTER = sem CPF):".
           ACCEPT CPF-INFORMADO.
           IF CPF-INFORMADO = 0
               SET CLIENTE-APTO TO TRUE
           ELSE
               CALL "PROG97" USING CPF-INFORMADO CPF-RESULTADO
               IF CPF-VALIDO
                   MOVE CPF-INFORMADO TO CPF-CNPJ-VENDA
                   SET CLIENTE-APTO TO TRUE
               ELSE
                   DISPLAY "CPF " CPF-INFORMADO " INVALIDO - "
                       "INFORME DE NOVO"
               END-IF
           END-IF.

       ACEITA-ITEM-DA-VENDA.
      *    Codigo zero (ENTER) encerra os itens
           IF QTDE-ITENS-VENDA >= MAX-ITENS-VENDA
               DISPLAY "VENDA COM " MAX-ITENS-VENDA " ITENS - "
                   "LIMITE DO CUPOM"
               MOVE "S" TO FIM-DOS-ITENS
           ELSE
               MOVE ZEROS TO CODIGO-PRODUTO-ITEM
               DISPLAY "Codigo do Produto (ENTER = fim dos itens):"
               ACCEPT CODIGO-PRODUTO-ITEM
               IF CODIGO-PRODUTO-ITEM = 0
                   MOVE "S" TO FIM-DOS-ITENS
               ELSE
                   PERFORM CONFERE-PRODUTO-DO-ITEM
                   IF PRODUTO-APTO
                       PERFORM ACEITA-QTDE-DO-ITEM
                   END-IF
               END-IF
           END-IF.

       CONFERE-PRODUTO-DO-ITEM.
           SET PRODUTO-NAO-APTO TO TRUE.
           MOVE CODIGO-PRODUTO-ITEM TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM
                       " NAO CONSTA NA TABELA DE PRECOS"
               NOT INVALID KEY
                   IF PRODUTO-ATIVO
                       PERFORM VERIFICA-SE-E-KIT
                   ELSE
                       DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM
                           " ESTA INATIVO NA TABELA DE PRECOS"
                   END-IF
           END-READ.

       VERIFICA-SE-E-KIT.
      *    Produto com pelo menos 1 componente em kits.dat e kit, e
      *    kit sai por pedido
           MOVE "N" TO FIM-COMPONENTES.
           MOVE CODIGO-PRODUTO-ITEM TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START ARQUIVO-KIT
               KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-COMPONENTES
           END-START.
           IF FIM-COMPONENTES = "N"
               READ ARQUIVO-KIT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-COMPONENTES
               END-READ
           END-IF.
           IF FIM-COMPONENTES = "N"
               AND KIT-PRODUTO = CODIGO-PRODUTO-ITEM
               DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM " E KIT - "
                   "VENDA SO POR PEDIDO (PROG63)"
           ELSE
               SET PRODUTO-APTO TO TRUE
               PERFORM APURA-PRECO-DO-ITEM
               DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
                   " PRECO UNITARIO: " PRECO-TABELA-ITEM
           END-IF.

       APURA-PRECO-DO-ITEM.
      *    O preco vigente na data (PROG121); produto sem linha de
      *    preco cai no preco de tabela do cadastro
           CALL "PROG121" USING CODIGO-PRODUTO-ITEM DATA-EXECUCAO
               PRECO-VIGENTE-FLAG PRECO-TABELA-ITEM.
           IF PRECO-VIGENTE-NAO-ACHADO
               MOVE PRODUTO-PRECO-UNITARIO TO PRECO-TABELA-ITEM
           END-IF.

       ACEITA-QTDE-DO-ITEM.
      *    So entra o que o disponivel da filial cobre, contando o
      *    que a propria venda ja levou do mesmo produto
           MOVE ZEROS TO QTDE-PRODUTO-ITEM.
           DISPLAY "Quantidade:".
           ACCEPT QTDE-PRODUTO-ITEM.
           IF QTDE-PRODUTO-ITEM = 0
               DISPLAY "QUANTIDADE ZERO - ITEM NAO INCLUIDO"
           ELSE
               MOVE ZEROS TO QTDE-JA-NA-VENDA
               PERFORM SOMA-PRODUTO-JA-NA-VENDA
                   VARYING INDICE-ITEM FROM 1 BY 1
                   UNTIL INDICE-ITEM > QTDE-ITENS-VENDA
               MOVE "D" TO MOVFIL-OPERACAO
               MOVE ZEROS TO MOVFIL-QTDE
               PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
               IF PRODUTO-COM-LOTE
                   PERFORM LIMITA-PELO-DISPONIVEL-DOS-LOTES
               END-IF
               IF QTDE-PRODUTO-ITEM + QTDE-JA-NA-VENDA
                   > MOVFIL-DISPONIVEL
                   DISPLAY "DISPONIVEL NA FILIAL: " MOVFIL-DISPONIVEL
                       " - ITEM NAO INCLUIDO"
               ELSE
                   PERFORM INCLUI-ITEM-NA-VENDA
               END-IF
           END-IF.

       LIMITA-PELO-DISPONIVEL-DOS-LOTES.
      *    Lote vencido nao vende: o disponivel da filial fica no
      *    que os lotes validos cobrem
           MOVE "D" TO MOVLOTE-OPERACAO.
           MOVE ZEROS TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-DISPONIVEL < MOVFIL-DISPONIVEL
               MOVE MOVLOTE-DISPONIVEL TO MOVFIL-DISPONIVEL
           END-IF.

       SOMA-PRODUTO-JA-NA-VENDA.
           IF ITV-PRODUTO(INDICE-ITEM) = CODIGO-PRODUTO-ITEM
               ADD ITV-QTDE(INDICE-ITEM) TO QTDE-JA-NA-VENDA
           END-IF.

       INCLUI-ITEM-NA-VENDA.
      *    Cliente cadastrado leva o acordo de preco que valer na
      *    data e na faixa (PROG180)
           MOVE PRECO-TABELA-ITEM TO PRECO-APLICADO-ITEM.
           IF CODIGO-CLIENTE-VENDA > 0
               CALL "PROG180" USING CODIGO-CLIENTE-VENDA
                   FILIAL-DO-BALCAO CODIGO-PRODUTO-ITEM
                   QTDE-PRODUTO-ITEM DATA-EXECUCAO PRECO-TABELA-ITEM
                   ACORDO-PRECO-FLAG PRECO-ACORDADO-ITEM
                   ACORDO-APLICADO-ITEM
               IF ACORDO-DE-PRECO-ACHADO
                   MOVE PRECO-ACORDADO-ITEM TO PRECO-APLICADO-ITEM
                   DISPLAY "ACORDO DE PRECO " ACORDO-APLICADO-ITEM
                       " - PRECO UNITARIO: " PRECO-APLICADO-ITEM
               END-IF
           END-IF.
           ADD 1 TO QTDE-ITENS-VENDA.
           MOVE CODIGO-PRODUTO-ITEM TO ITV-PRODUTO(QTDE-ITENS-VENDA).
           MOVE PRODUTO-DESCRICAO TO ITV-DESCRICAO(QTDE-ITENS-VENDA).
           MOVE QTDE-PRODUTO-ITEM TO ITV-QTDE(QTDE-ITENS-VENDA).
           MOVE PRECO-APLICADO-ITEM TO ITV-PRECO(QTDE-ITENS-VENDA).
           COMPUTE ITV-VALOR(QTDE-ITENS-VENDA) =
               PRECO-APLICADO-ITEM * QTDE-PRODUTO-ITEM.
           ADD ITV-VALOR(QTDE-ITENS-VENDA) TO VALOR-TOTAL-VENDA.
           DISPLAY "ITEM " QTDE-ITENS-VENDA " INCLUIDO - TOTAL "
               "PARCIAL: " VALOR-TOTAL-VENDA.

       ACEITA-PAGAMENTO.
           MOVE SPACE TO FORMA-PAGAMENTO.
           DISPLAY "Forma de Pagamento ((D)inheiro ou (C)artao):".
           ACCEPT FORMA-PAGAMENTO.
           EVALUATE TRUE
               WHEN PAGAMENTO-DINHEIRO
                   MOVE ZEROS TO VALOR-RECEBIDO
                   DISPLAY "Valor Recebido:"
                   ACCEPT VALOR-RECEBIDO
                   IF VALOR-RECEBIDO < VALOR-TOTAL-VENDA
                       DISPLAY "RECEBIDO MENOR QUE O TOTAL DA VENDA "
                           "- INFORME DE NOVO"
                   ELSE
                       COMPUTE VALOR-TROCO =
                           VALOR-RECEBIDO - VALOR-TOTAL-VENDA
                       DISPLAY "TROCO: " VALOR-TROCO
                       SET PAGAMENTO-APTO TO TRUE
                   END-IF
               WHEN PAGAMENTO-CARTAO
                   MOVE VALOR-TOTAL-VENDA TO VALOR-RECEBIDO
                   MOVE ZEROS TO VALOR-TROCO
                   SET PAGAMENTO-APTO TO TRUE
               WHEN OTHER
                   DISPLAY "FORMA DE PAGAMENTO INVALIDA"
           END-EVALUATE.

       EFETIVA-VENDA.
           PERFORM OBTEM-NUMERO-DA-VENDA.
           MOVE SPACES TO DOCUMENTO-DA-VENDA.
           STRING "BAL" DELIMITED BY SIZE
               NUMERO-DA-VENDA DELIMITED BY SIZE
               INTO DOCUMENTO-DA-VENDA.
           ACCEPT HORA-DA-VENDA FROM TIME.
           PERFORM BAIXA-ESTOQUE-DO-ITEM
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > QTDE-ITENS-VENDA.
           PERFORM GRAVA-VENDA-BALCAO.
           PERFORM IMPRIME-CUPOM.
           ADD 1 TO TOTAL-VENDAS.
           IF PAGAMENTO-DINHEIRO
               ADD VALOR-TOTAL-VENDA TO TOTAL-DINHEIRO
           ELSE
               ADD VALOR-TOTAL-VENDA TO TOTAL-CARTAO
           END-IF.

       OBTEM-NUMERO-DA-VENDA.
      *    A mesma tomada de numero do PROG63, na serie BALCAO; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "BALCAO" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "BALCAO" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE BALCAO"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-DA-VENDA.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE BALCAO"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       BAIXA-ESTOQUE-DO-ITEM.
      *    A mesma baixa do embarque (PROG124): saldo da casa, saldo
      *    da filial e 1 movimento de Saida com o custo medio
           MOVE ITV-PRODUTO(INDICE-ITEM) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " PRODUTO-CODIGO " FORA DO "
                       "CADASTRO - SAIDA NAO BAIXADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM APLICA-BAIXA-NO-PRODUTO
           END-READ.

       APLICA-BAIXA-NO-PRODUTO.
           IF ITV-QTDE(INDICE-ITEM) > PRODUTO-SALDO-ESTOQUE
               DISPLAY "AVISO: VENDA MAIOR QUE O SALDO DO CADASTRO - "
                   "SALDO ZERADO, CONFERIR INVENTARIO"
               MOVE ZERO TO PRODUTO-SALDO-ESTOQUE
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               SUBTRACT ITV-QTDE(INDICE-ITEM)
                   FROM PRODUTO-SALDO-ESTOQUE
           END-IF.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O PRODUTO " PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-SAIDA
                   MOVE ITV-PRODUTO(INDICE-ITEM) TO CODIGO-PRODUTO-ITEM
                   MOVE "S" TO MOVFIL-OPERACAO
                   MOVE ITV-QTDE(INDICE-ITEM) TO MOVFIL-QTDE
                   PERFORM MOVIMENTA-ESTOQUE-DA-FILIAL
                   IF PRODUTO-COM-LOTE
                       PERFORM BAIXA-NOS-LOTES
                   END-IF
           END-REWRITE.

       BAIXA-NOS-LOTES.
           MOVE "B" TO MOVLOTE-OPERACAO.
           MOVE ITV-QTDE(INDICE-ITEM) TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
               DISPLAY "AVISO: LOTES DO PRODUTO " CODIGO-PRODUTO-ITEM
                   " COBRIRAM SO " MOVLOTE-QTDE-FEITA " DE "
                   MOVLOTE-QTDE " - CONFERIR LOTES"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-MOVIMENTO-SAIDA.
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           ACCEPT MOVESTQ-HORA FROM TIME.
           SET MOVESTQ-SAIDA TO TRUE.
           SET MOVESTQ-REDUZ TO TRUE.
           MOVE PRODUTO-CODIGO TO MOVESTQ-PRODUTO.
           MOVE ITV-QTDE(INDICE-ITEM) TO MOVESTQ-QTDE.
           MOVE DOCUMENTO-DA-VENDA TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE FILIAL-DO-BALCAO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       MOVIMENTA-ESTOQUE-DA-FILIAL.
      *    Consulta ou baixa no estoque da filial do balcao; a
      *    operacao e a quantidade ja vem preenchidas
           MOVE CODIGO-PRODUTO-ITEM TO MOVFIL-PRODUTO.
           MOVE FILIAL-DO-BALCAO TO MOVFIL-FILIAL.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO NO ESTOQUE DA FILIAL " FILIAL-DO-BALCAO
                   " PRODUTO " CODIGO-PRODUTO-ITEM
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       CHAMA-ESTOQUE-DOS-LOTES.
      *    Operacao e quantidade ja vem preenchidas; venda de balcao
      *    nao tem linha de pedido
           MOVE CODIGO-PRODUTO-ITEM TO MOVLOTE-PRODUTO.
           MOVE FILIAL-DO-BALCAO TO MOVLOTE-FILIAL.
           MOVE SPACES TO MOVLOTE-LOTE.
           MOVE ZEROS TO MOVLOTE-VALIDADE.
           MOVE ZEROS TO MOVLOTE-PEDIDO.
           MOVE ZEROS TO MOVLOTE-LINHA.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO NOS LOTES DO PRODUTO " CODIGO-PRODUTO-ITEM
                   " NA FILIAL " FILIAL-DO-BALCAO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-VENDA-BALCAO.
           MOVE SPACE TO LINHA-VENDA-BALCAO.
           MOVE NUMERO-DA-VENDA TO BALC-NUMERO.
           MOVE DATA-EXECUCAO TO BALC-DATA.
           MOVE HORA-DA-VENDA TO BALC-HORA.
           MOVE FILIAL-DO-BALCAO TO BALC-FILIAL.
           MOVE OPERADOR-ID TO BALC-OPERADOR.
           MOVE CODIGO-CLIENTE-VENDA TO BALC-CLIENTE.
           MOVE CPF-CNPJ-VENDA TO BALC-CPF-CNPJ.
           MOVE QTDE-ITENS-VENDA TO BALC-QTDE-ITENS.
           MOVE VALOR-TOTAL-VENDA TO BALC-VALOR-TOTAL.
           MOVE FORMA-PAGAMENTO TO BALC-FORMA-PAGAMENTO.
           MOVE VALOR-RECEBIDO TO BALC-VALOR-RECEBIDO.
           MOVE VALOR-TROCO TO BALC-TROCO.
           WRITE LINHA-VENDA-BALCAO.

       IMPRIME-CUPOM.
           DISPLAY "=============================================".
           DISPLAY "FILIAL " FILIAL-DO-BALCAO " " NOME-DA-FILIAL.
           DISPLAY "VENDA DE BALCAO " NUMERO-DA-VENDA "   "
               DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM "/"
               DATA-EXECUCAO-AA "   OPERADOR " OPERADOR-ID.
           IF CODIGO-CLIENTE-VENDA > 0
               DISPLAY "CLIENTE " CODIGO-CLIENTE-VENDA " "
                   NOME-CLIENTE-VENDA
           ELSE
               DISPLAY "CONSUMIDOR"
           END-IF.
           IF CPF-CNPJ-VENDA > 0
               DISPLAY "CPF/CNPJ " CPF-CNPJ-VENDA
           END-IF.
           DISPLAY "---------------------------------------------".
           PERFORM IMPRIME-ITEM-DO-CUPOM
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > QTDE-ITENS-VENDA.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL: " VALOR-TOTAL-VENDA.
           IF PAGAMENTO-DINHEIRO
               DISPLAY "DINHEIRO: " VALOR-RECEBIDO
                   "  TROCO: " VALOR-TROCO
           ELSE
               DISPLAY "CARTAO: " VALOR-RECEBIDO
           END-IF.
           DISPLAY "=============================================".

       IMPRIME-ITEM-DO-CUPOM.
           DISPLAY ITV-PRODUTO(INDICE-ITEM) " "
               ITV-DESCRICAO(INDICE-ITEM) " "
               ITV-QTDE(INDICE-ITEM) " X " ITV-PRECO(INDICE-ITEM)
               " = " ITV-VALOR(INDICE-ITEM).

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de vendas registradas; a linha sai sob a
      *    sigla BALCAO (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "BALCAO" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-VENDAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

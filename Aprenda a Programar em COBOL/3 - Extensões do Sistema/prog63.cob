      *    dinheiro: a trilha de hist_pedidos.dat e a exigencia de
      *    supervisor diferente na liberacao de periodo ficavam
      *    ancoradas num codigo digitado sem senha.
      *    Incluida a opcao c(O)nverter orcamento: o pedido nasce do
      *    orcamento Aberto e dentro da validade de orcamentos.dat
      *    (PROG174), com o cliente, o vendedor e os itens no preco
      *    congelado do orcamento, passando pela mesma validacao de
      *    cliente, data, reserva de estoque, ICMS, frete e limite
      *    de credito do pedido digitado. Gravado o pedido, o
      *    orcamento fica Convertido com o numero do pedido; pedido
      *    recusado deixa o orcamento Aberto. A gravacao do pedido
      *    novo saiu de ADICIONA-PEDIDO pra GRAVA-PEDIDO-NOVO, comum
      *    as 2 entradas.
      *    Incluida a condicao de pagamento do pedido: o pedido
      *    nasce com a condicao padrao do cliente (cadastro do
      *    PROG32) e o operador pode trocar por outra condicao Ativa
      *    de condicoes_pagamento.dat (PROG176); e ela que o
      *    faturamento do PROG66 usa pra abrir as parcelas. Pedido
      *    convertido de orcamento fica com a condicao do cliente.
      *    Os itens do pedido sairam de PEDIDO-REGISTRO pra
      *    pedido_itens.dat, 1 registro por linha: o pedido deixou
      *    de ter o teto de 10 itens (cliente de contrato virava 2
      *    pedidos). Cada linha e gravada na captura, com a reserva
      *    de estoque; a devolucao da reserva percorre as linhas do
      *    pedido, a alteracao recaptura as linhas do zero e a
      *    exclusao (e o pedido recusado no credito) apaga as linhas
      *    junto com o pedido. O cancelado fica com as linhas.
      *    Item que e kit (estrutura em kits.dat, PROG178) reserva
      *    nos componentes: so entra na reserva do item o numero de
      *    kits completos que o disponivel de todos os componentes
      *    comporta, cada componente reserva a quantidade dele nesses
      *    kits e a falta de cada componente vai pra fila de
      *    backorders com o codigo do componente. A devolucao da
      *    reserva de linha de kit devolve nos componentes. A linha
      *    do pedido continua sendo a do kit, com o preco do kit.
      *    O preco do item passou a conferir os acordos de preco de
      *    acordos_preco.dat (PROG179, consulta do PROG180): depois
      *    da quantidade, acordo ativo do cliente - ou, nao havendo,
      *    da filial dele - que valha na PEDIDO-DATA e na faixa de
      *    quantidade da linha substitui o preco vigente. A linha
      *    grava o preco unitario cobrado, o preco de tabela e o
      *    numero do acordo usado (zero quando nao houve acordo).
      *    Item convertido de orcamento fica no preco congelado do
      *    orcamento, sem acordo.
      *    O frete deixou de ser digitado livre: o pedido leva a
      *    transportadora (transportadoras.dat, PROG182; ENTER e
      *    retirada pelo cliente, sem frete) e o peso bruto somado
      *    dos itens (PRODUTO-PESO-BRUTO), e o frete proposto sai da
      *    tabela do PROG183 pela transportadora, pela UF da entrega
      *    e pela faixa de peso (consulta do PROG184). Frete gravado
      *    diferente do proposto so passa com liberacao de
      *    supervisor, no mesmo sign-on da liberacao de periodo, e o
      *    supervisor fica carimbado no pedido.
      *    O (C)ancelar passou a aceitar tambem o pedido Faturado
      *    sem nenhum pagamento aplicado (cancelamento pos-venda):
      *    as parcelas de recebiveis.dat ficam Canceladas com saldo
      *    zerado e, com vendedor no pedido, sai em vendas.dat a
      *    linha de Estorno do valor do pedido na data do
      *    cancelamento, que o fechamento do PROG71 abate da
      *    comissao. Pedido com pagamento so sai pela devolucao do
      *    PROG125.
      *    Cliente de grupo economico (CLIENTE-GRUPO) passou a ter o
      *    pedido conferido tambem contra o limite consolidado do
      *    grupo (grupos_economicos.dat): a exposicao de todos os
      *    clientes do grupo, lida pela chave alternativa do grupo,
      *    mais o pedido nao pode passar do limite do grupo, mesmo
      *    com o limite individual folgado.
      *    Cliente com carteira (CLIENTE-VENDEDOR) tem o vendedor do
      *    pedido assumido e exigido: ENTER fica com o vendedor da
      *    carteira na data e outro vendedor e recusado; antes da
      *    data da transferencia (CLIENTE-VENDEDOR-DESDE) vale o
      *    responsavel anterior. Orcamento convertido de outro
      *    vendedor vira pedido do vendedor da carteira. Cliente sem
      *    carteira segue com o vendedor digitado.
      *    O pedido passou a dizer a filial de expedicao
      *    (PEDIDO-FILIAL-EXPEDICAO, cadastrada e Ativa em
      *    filiais.dat; ENTER fica com a filial do cliente): a
      *    reserva de cada item cabe tambem no disponivel do produto
      *    nessa filial (estoque_filial.dat, pela sub-rotina
      *    PROG195) e e lancada/devolvida tambem na reserva da
      *    filial. Pedido antigo sem filial recebe a do cliente na
      *    primeira alteracao.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Produto com controle de lote e validade passou a reservar
      *    tambem nos lotes da filial de expedicao (sub-rotina
      *    PROG325), do lote que vence primeiro em diante e sem
      *    contar lote vencido no disponivel; o lote de cada linha
      *    fica em pedido_lotes.dat e a devolucao da reserva libera
      *    os lotes da linha.
      *    O cancelamento pos-venda passou a devolver ao estoque a
      *    mercadoria que o embarque do PROG124 tirou: cada linha
      *    volta pela quantidade atendida (kit pelos componentes) ao
      *    saldo de produtos.dat, com movimento de Entrada no razao
      *    estoque_movimentos.dat, ao estoque da filial de expedicao
      *    (PROG195) e, com controle de lote, aos lotes de onde
      *    embarcou (PROG325), como na devolucao do PROG125. Pedido
      *    que ja tem devolucao (nota de credito em creditos.dat)
      *    nao cancela: o resto volta pela devolucao.
      *    A alteracao recusada no limite de credito deixou de deixar
      *    o pedido apontando pras linhas recapturadas: elas saem, e
      *    as linhas de antes (guardadas antes da recaptura) voltam
      *    pra pedido_itens.dat com a reserva refeita na filial de
      *    expedicao de antes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELBACKORDER.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELHISTPEDIDO.cob".
           COPY "SELORCAMENTO.cob".
           COPY "SELCONDPAG.cob".
           COPY "SELTRANSP.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELCREDITO.cob".
           COPY "SELVENDA.cob".
           COPY "SELGRUPO.cob".
           COPY "SELFILIAL.cob".

           SELECT OPTIONAL ARQUIVO-OVERRIDE-PERIODO
           ASSIGN TO "periodo_overrides.dat"
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDBACKORDER.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDHISTPEDIDO.cob".
           COPY "FDORCAMENTO.cob".
           COPY "FDCONDPAG.cob".
           COPY "FDTRANSP.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDCREDITO.cob".
           COPY "FDVENDA.cob".
           COPY "FDGRUPO.cob".
           COPY "FDFILIAL.cob".

       FD ARQUIVO-OVERRIDE-PERIODO.

       01  LINHA-OVERRIDE-PERIODO.
           05 OVR-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OVR-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OVR-PROGRAMA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OVR-DATA-TRANSACAO PIC 9(8).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  ORCAMENTO-FILE-STATUS PIC X(2).
       01  CONDPAG-FILE-STATUS PIC X(2).
       01  TRANSP-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CREDITO-FILE-STATUS PIC X(2).
       01  GRUPO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  FIM-TITULOS PIC X.
       01  FIM-CLIENTES-DO-GRUPO PIC X.
       01  GRUPO-DO-CLIENTE PIC 9(4).
       01  EXPOSICAO-DO-GRUPO PIC S9(11)V99.

       01  CANCELAMENTO-FLAG PIC X VALUE "N".
           88 CANCELAMENTO-POS-VENDA VALUE "S".
           88 CANCELAMENTO-ANTES-DA-VENDA VALUE "N".

       01  TITULOS-FLAG PIC X VALUE "N".
           88 TITULOS-SEM-PAGAMENTO VALUE "S".
           88 TITULOS-COM-PAGAMENTO VALUE "N".

      *    Devolucao ao estoque no cancelamento pos-venda
       01  DEVOLUCAO-FLAG PIC X VALUE "N".
           88 PEDIDO-COM-DEVOLUCAO VALUE "S".
           88 PEDIDO-SEM-DEVOLUCAO VALUE "N".
       01  FIM-CREDITOS PIC X.
       01  QTDE-QUE-VOLTA PIC 9(6).
       01  CONDICAO-INFORMADA PIC 9(3).
       01  CONDICAO-PROPOSTA PIC 9(3).
       01  VENDEDOR-INFORMADO PIC 9(4).
       01  VENDEDOR-DA-CARTEIRA PIC 9(4).
       01  NUMERO-ORCAMENTO-INFORMADO PIC 9(6).

       01  PEDIDO-GRAVADO-FLAG PIC X VALUE "N".
           88 PEDIDO-FOI-GRAVADO VALUE "S".
           88 PEDIDO-NAO-GRAVADO VALUE "N".

       01  ORCAMENTO-VALIDACAO-FLAG PIC X VALUE "N".
           88 ORCAMENTO-APTO VALUE "S".
           88 ORCAMENTO-NAO-APTO VALUE "N".

       01  CONDICAO-VALIDACAO-FLAG PIC X.
           88 CONDICAO-APTA VALUE "S".
           88 CONDICAO-NAO-APTA VALUE "N".

       01  VENDEDOR-VALIDACAO-FLAG PIC X.
           88 VENDEDOR-APTO VALUE "S".

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-CLIENTE-PEDIDO PIC 9(6).
       01  DATA-PEDIDO-INFORMADA PIC 9(8).
       01  LIMITE-CREDITO-CLIENTE PIC 9(8)V99.
       01  EXPOSICAO-CLIENTE PIC S9(9)V99.
       01  EXPOSICAO-REGISTRADA PIC 9(9)V99.
       01  MOTIVO-INFORMADO PIC X.
       01  RESPOSTA-ENTREGA PIC X.
       01  VALOR-FRETE-INFORMADO PIC 9(6)V99.
       01  VALOR-FRETE-PROPOSTO PIC 9(6)V99.
       01  TRANSPORTADORA-INFORMADA PIC 9(4).
       01  PESO-ACUMULADO-PEDIDO PIC 9(6)V999.
       01  RESPOSTA-FRETE PIC X.

       01  FRETE-TABELA-FLAG PIC X VALUE "N".
           88 FRETE-DA-TABELA-ACHADO VALUE "S".
           88 FRETE-DA-TABELA-NAO-ACHADO VALUE "N".

       01  TRANSPORTADORA-VALIDACAO-FLAG PIC X VALUE "N".
           88 TRANSPORTADORA-APTA VALUE "S".
           88 TRANSPORTADORA-NAO-APTA VALUE "N".
       01  UF-DO-PEDIDO PIC X(2).
       01  PERCENTUAL-ICMS PIC 9V9(4).

       01  ALIQUOTA-FLAG PIC X VALUE "N".
           88 ALIQUOTA-ACHADA VALUE "S".
           88 ALIQUOTA-NAO-ACHADA VALUE "N".
       01  INDICE-ITEM PIC 9(3).
       01  VALOR-ACUMULADO-PEDIDO PIC 9(8)V99.
       01  CODIGO-PRODUTO-ITEM PIC 9(4).
       01  QTDE-PRODUTO-ITEM PIC 9(3).
       01  QTDE-DISPONIVEL-ITEM PIC S9(7).
       01  PRECO-APLICADO-ITEM PIC 9(5)V99.
       01  PRECO-TABELA-ITEM PIC 9(5)V99.
       01  PRECO-ACORDADO-ITEM PIC 9(5)V99.
       01  ACORDO-APLICADO-ITEM PIC 9(6).
       01  FILIAL-DO-CLIENTE PIC X(4).
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

       01  ACORDO-PRECO-FLAG PIC X VALUE "N".
           88 ACORDO-DE-PRECO-ACHADO VALUE "S".
           88 ACORDO-DE-PRECO-NAO-ACHADO VALUE "N".

       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
           88 PRECO-VIGENTE-NAO-ACHADO VALUE "N".
       01  QTDE-A-RESERVAR PIC 9(3).
       01  QTDE-EM-FALTA PIC 9(3).
       01  FIM-ITENS PIC X.

      *    Linhas do pedido como estavam antes da alteracao, pra
      *    voltarem (com a reserva refeita) se o limite recusar
       01  FILIAL-ANTES-DA-ALTERACAO PIC X(4).
       01  QTDE-LINHAS-ANTIGAS PIC 9(3).
       01  INDICE-LINHA-ANTIGA PIC 9(3).
       01  TABELA-LINHAS-ANTIGAS.
           05 LINHA-ANTIGA PIC X(71) OCCURS 999 TIMES.

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

       01  CLIENTE-VALIDACAO-FLAG PIC X VALUE "N".
           88 CLIENTE-APTO VALUE "S".
       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CANCELADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
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
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-HISTORICO-PEDIDO.
           OPEN I-O ARQUIVO-ORCAMENTO.
           OPEN INPUT ARQUIVO-CONDICAO-PAGAMENTO.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           OPEN I-O ARQUIVO-RECEBIVEL.
           OPEN INPUT ARQUIVO-GRUPO.
           OPEN INPUT ARQUIVO-FILIAL.

           MOVE "S" TO RESPOSTA.

               TOTAL-EXCLUIDOS.
           DISPLAY "PEDIDOS CANCELADOS NESTA EXECUCAO: "
               TOTAL-CANCELADOS.
           DISPLAY "ORCAMENTOS CONVERTIDOS NESTA EXECUCAO: "
               TOTAL-CONVERTIDOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO-PEDIDO.
           CLOSE ARQUIVO-ORCAMENTO.
           CLOSE ARQUIVO-CONDICAO-PAGAMENTO.
           CLOSE ARQUIVO-TRANSPORTADORA.
           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-GRUPO.
           CLOSE ARQUIVO-FILIAL.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
           IF OPERADOR-ACEITO

       MANTEM-PEDIDOS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (E)xcluir (L)iberar "
               "(C)ancelar Pedido ou c(O)nverter Orcamento?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
                   PERFORM LIBERA-PEDIDO
               WHEN "C"
                   PERFORM CANCELA-PEDIDO
               WHEN "O"
                   PERFORM CONVERTE-ORCAMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               DISPLAY "NUMERO DO PEDIDO: " PEDIDO-NUMERO
               MOVE CODIGO-CLIENTE-PEDIDO TO PEDIDO-CLIENTE-CODIGO
               PERFORM INFORMA-VENDEDOR-DO-PEDIDO
               PERFORM INFORMA-FILIAL-DE-EXPEDICAO
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO CONDICAO-PROPOSTA
               PERFORM INFORMA-CONDICAO-DO-PEDIDO
               PERFORM INFORMA-DATA-PEDIDO
               PERFORM INFORMA-ITENS-PEDIDO
               PERFORM GRAVA-PEDIDO-NOVO
           END-IF.

       GRAVA-PEDIDO-NOVO.
      *    Comum ao pedido digitado e ao convertido de orcamento:
      *    limite de credito, gravacao, exposicao e trilha
           SET PEDIDO-NAO-GRAVADO TO TRUE.
           SET PEDIDO-ABERTO TO TRUE.
           MOVE ZEROS TO VALOR-ANTIGO-DO-PEDIDO.
           PERFORM VERIFICA-LIMITE-DE-CREDITO.
           IF CLIENTE-APTO
               WRITE PEDIDO-REGISTRO
                   INVALID KEY
                       DISPLAY "PEDIDO " PEDIDO-NUMERO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                       PERFORM LIBERA-RESERVAS-DO-PEDIDO
                   NOT INVALID KEY
                       SET PEDIDO-FOI-GRAVADO TO TRUE
                       ADD 1 TO TOTAL-ADICIONADOS
                       DISPLAY "PEDIDO " PEDIDO-NUMERO
                           " GRAVADO NO VALOR DE " PEDIDO-VALOR
                       MOVE PEDIDO-VALOR TO VALOR-DELTA
                       PERFORM ATUALIZA-EXPOSICAO-DO-CLIENTE
                       MOVE ZEROS TO VALOR-ANTES-DA-ALTERACAO
                       MOVE "A" TO OPERACAO-DA-TRILHA
                       PERFORM GRAVA-TRILHA-DO-PEDIDO
               END-WRITE
           ELSE
      *        Pedido recusado depois da captura: devolve pro
      *        estoque o que os itens tinham acabado de reservar,
      *        apaga as linhas gravadas na captura e tenta devolver
      *        o numero tirado
               PERFORM LIBERA-RESERVAS-DO-PEDIDO
               PERFORM EXCLUI-ITENS-DO-PEDIDO
               PERFORM DEVOLVE-NUMERO-NAO-USADO
           END-IF.

       CONVERTE-ORCAMENTO.
      *    So orcamento Aberto e dentro da validade vira pedido; o
      *    vencido e recusado (a expiracao fica com o PROG174)
           DISPLAY "Informe o Numero do Orcamento a Converter:".
           ACCEPT NUMERO-ORCAMENTO-INFORMADO.
           MOVE NUMERO-ORCAMENTO-INFORMADO TO ORCAMENTO-NUMERO.
           READ ARQUIVO-ORCAMENTO
               INVALID KEY
                   DISPLAY "ORCAMENTO " NUMERO-ORCAMENTO-INFORMADO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF ORCAMENTO-ABERTO
                       IF ORCAMENTO-VALIDADE < DATA-EXECUCAO
                           DISPLAY "ORCAMENTO VENCIDO EM "
                               ORCAMENTO-VALIDADE
                               " - CONVERSAO RECUSADA"
                       ELSE
                           PERFORM MONTA-PEDIDO-DO-ORCAMENTO
                       END-IF
                   ELSE
                       DISPLAY "ORCAMENTO " NUMERO-ORCAMENTO-INFORMADO
                           " NA SITUACAO " ORCAMENTO-SITUACAO
                           " NAO PODE SER CONVERTIDO"
                   END-IF
           END-READ.

       MONTA-PEDIDO-DO-ORCAMENTO.
      *    Os produtos sao conferidos antes de tirar o numero do
      *    pedido; o cliente passa pela mesma validacao do pedido
      *    digitado (ativo, credito, inscricao)
           PERFORM CONFERE-PRODUTOS-DO-ORCAMENTO.
           IF ORCAMENTO-APTO
               MOVE ORCAMENTO-CLIENTE TO CODIGO-CLIENTE-PEDIDO
               PERFORM VALIDA-CLIENTE-DO-PEDIDO
           ELSE
               SET CLIENTE-NAO-APTO TO TRUE
           END-IF.

           IF CLIENTE-APTO
               PERFORM OBTEM-NUMERO-DO-PEDIDO
               MOVE SPACE TO PEDIDO-REGISTRO
               MOVE NUMERO-TIRADO TO PEDIDO-NUMERO
               DISPLAY "NUMERO DO PEDIDO: " PEDIDO-NUMERO
               MOVE CODIGO-CLIENTE-PEDIDO TO PEDIDO-CLIENTE-CODIGO
               MOVE ORCAMENTO-VENDEDOR TO PEDIDO-VENDEDOR
               IF VENDEDOR-DA-CARTEIRA > 0
                   AND ORCAMENTO-VENDEDOR NOT = VENDEDOR-DA-CARTEIRA
                   DISPLAY "ORCAMENTO DO VENDEDOR " ORCAMENTO-VENDEDOR
                       " - PEDIDO VAI PRO VENDEDOR DA CARTEIRA "
                       VENDEDOR-DA-CARTEIRA
                   MOVE VENDEDOR-DA-CARTEIRA TO PEDIDO-VENDEDOR
               END-IF
               MOVE CLIENTE-CONDICAO-PAGAMENTO
                   TO PEDIDO-CONDICAO-PAGAMENTO
               PERFORM INFORMA-FILIAL-DE-EXPEDICAO
               PERFORM INFORMA-DATA-PEDIDO
               PERFORM COPIA-ITENS-DO-ORCAMENTO
               PERFORM GRAVA-PEDIDO-NOVO
               IF PEDIDO-FOI-GRAVADO
                   PERFORM MARCA-ORCAMENTO-CONVERTIDO
               END-IF
           END-IF.

       CONFERE-PRODUTOS-DO-ORCAMENTO.
           SET ORCAMENTO-APTO TO TRUE.
           PERFORM CONFERE-PRODUTO-DO-ORCAMENTO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > ORCAMENTO-QTDE-ITENS.

       CONFERE-PRODUTO-DO-ORCAMENTO.
           MOVE ORCAMENTO-ITEM-CODIGO(INDICE-ITEM) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " PRODUTO-CODIGO " DO ORCAMENTO "
                       "NAO CONSTA MAIS - REFAZER O ORCAMENTO"
                   SET ORCAMENTO-NAO-APTO TO TRUE
               NOT INVALID KEY
                   IF NOT PRODUTO-ATIVO
                       DISPLAY "PRODUTO " PRODUTO-CODIGO " DO "
                           "ORCAMENTO ESTA INATIVO - REFAZER O "
                           "ORCAMENTO"
                       SET ORCAMENTO-NAO-APTO TO TRUE
                   END-IF
           END-READ.

       COPIA-ITENS-DO-ORCAMENTO.
      *    Os itens vem no preco congelado do orcamento, e a reserva
      *    de estoque e a mesma do item digitado; cada item vira 1
      *    linha de pedido_itens.dat
           MOVE ORCAMENTO-QTDE-ITENS TO PEDIDO-QTDE-ITENS.
           MOVE ZERO TO VALOR-ACUMULADO-PEDIDO.
           MOVE ZERO TO PESO-ACUMULADO-PEDIDO.
           PERFORM COPIA-ITEM-DO-ORCAMENTO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > PEDIDO-QTDE-ITENS.
           PERFORM FECHA-VALORES-DO-PEDIDO.

       COPIA-ITEM-DO-ORCAMENTO.
           MOVE ORCAMENTO-ITEM-CODIGO(INDICE-ITEM)
               TO CODIGO-PRODUTO-ITEM.
           MOVE ORCAMENTO-ITEM-QTDE(INDICE-ITEM) TO QTDE-PRODUTO-ITEM.
           PERFORM INICIA-LINHA-DO-PEDIDO.
           MOVE ORCAMENTO-ITEM-DESCRICAO(INDICE-ITEM)
               TO PEDIDO-ITEM-DESCRICAO.
           MOVE ORCAMENTO-ITEM-VALOR(INDICE-ITEM)
               TO PEDIDO-ITEM-VALOR.
           IF PEDIDO-ITEM-QTDE > 0
               COMPUTE PEDIDO-ITEM-PRECO-UNITARIO =
                   PEDIDO-ITEM-VALOR / PEDIDO-ITEM-QTDE
           END-IF.
           ADD PEDIDO-ITEM-VALOR TO VALOR-ACUMULADO-PEDIDO.
           MOVE CODIGO-PRODUTO-ITEM TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM
                       " NAO ACHADO - ITEM SEM RESERVA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM APURA-PRECO-DO-ITEM
                   MOVE PRECO-TABELA-ITEM TO PEDIDO-ITEM-PRECO-TABELA
                   PERFORM SOMA-PESO-DO-ITEM
                   PERFORM RESERVA-ESTOQUE-DO-ITEM
           END-READ.
           PERFORM GRAVA-LINHA-DO-PEDIDO.

       MARCA-ORCAMENTO-CONVERTIDO.
           SET ORCAMENTO-CONVERTIDO TO TRUE.
           MOVE PEDIDO-NUMERO TO ORCAMENTO-PEDIDO.
           MOVE DATA-EXECUCAO TO ORCAMENTO-DATA-SITUACAO.
           MOVE OPERADOR-ID TO ORCAMENTO-OPERADOR.
           REWRITE ORCAMENTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O ORCAMENTO "
                       ORCAMENTO-NUMERO " COMO CONVERTIDO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
                   DISPLAY "ORCAMENTO " ORCAMENTO-NUMERO
                       " CONVERTIDO NO PEDIDO " PEDIDO-NUMERO
           END-REWRITE.

       OBTEM-NUMERO-DO-PEDIDO.
      *    Le, usa e regrava incrementado na mesma hora, com o
      *    arquivo aberto so durante a tomada; na primeira vez o
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.
           IF CLIENTE-APTO AND GRUPO-DO-CLIENTE > 0
               PERFORM VERIFICA-LIMITE-DO-GRUPO
           END-IF.

       VERIFICA-LIMITE-DO-GRUPO.
      *    Grupo sem limite (zero) ou fora do cadastro so agrupa; com
      *    limite, a exposicao somada dos clientes do grupo (menos o
      *    valor antigo do proprio pedido na alteracao) mais o
      *    pedido tem que caber nele
           MOVE GRUPO-DO-CLIENTE TO GRUPO-CODIGO.
           READ ARQUIVO-GRUPO
               INVALID KEY
                   DISPLAY "GRUPO " GRUPO-DO-CLIENTE " NAO CADASTRADO "
                       "- CONFERIDO SO O LIMITE DO CLIENTE"
                   MOVE ZEROS TO GRUPO-LIMITE-CREDITO
           END-READ.
           IF GRUPO-LIMITE-CREDITO > 0
               PERFORM SOMA-EXPOSICAO-DO-GRUPO
               SUBTRACT VALOR-ANTIGO-DO-PEDIDO FROM EXPOSICAO-DO-GRUPO
               IF EXPOSICAO-DO-GRUPO < 0
                   MOVE ZERO TO EXPOSICAO-DO-GRUPO
               END-IF
               IF EXPOSICAO-DO-GRUPO + PEDIDO-VALOR
                   > GRUPO-LIMITE-CREDITO
                   DISPLAY "PEDIDO RECUSADO - EXPOSICAO DO GRUPO "
                       GRUPO-NOME " DE " EXPOSICAO-DO-GRUPO
                       " MAIS O PEDIDO PASSA DO LIMITE DO GRUPO DE "
                       GRUPO-LIMITE-CREDITO
                   SET CLIENTE-NAO-APTO TO TRUE
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

       SOMA-EXPOSICAO-DO-GRUPO.
      *    Leitura pela chave alternativa do grupo; CLIENTE-REGISTRO
      *    e sobreposto, mas a validacao ja guardou o que precisava
      *    e a atualizacao da exposicao rele o cliente pela chave
           MOVE ZEROS TO EXPOSICAO-DO-GRUPO.
           MOVE "N" TO FIM-CLIENTES-DO-GRUPO.
           MOVE GRUPO-DO-CLIENTE TO CLIENTE-GRUPO.
           START ARQUIVO-CLIENTE
               KEY IS EQUAL TO CLIENTE-GRUPO
               INVALID KEY
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
           END-START.
           PERFORM SOMA-CLIENTE-DO-GRUPO
               UNTIL FIM-CLIENTES-DO-GRUPO = "S".

       SOMA-CLIENTE-DO-GRUPO.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
           END-READ.
           IF FIM-CLIENTES-DO-GRUPO = "N"
               IF CLIENTE-GRUPO = GRUPO-DO-CLIENTE
                   ADD CLIENTE-EXPOSICAO-ATUAL TO EXPOSICAO-DO-GRUPO
               ELSE
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
               END-IF
           END-IF.

       ATUALIZA-EXPOSICAO-DO-CLIENTE.
      *    Aplica VALOR-DELTA (com sinal) no saldo de exposicao do
                                   TO LIMITE-CREDITO-CLIENTE
                               MOVE CLIENTE-EXPOSICAO-ATUAL
                                   TO EXPOSICAO-REGISTRADA
                               MOVE CLIENTE-GRUPO TO GRUPO-DO-CLIENTE
                               PERFORM APURA-VENDEDOR-DA-CARTEIRA
                               MOVE CLIENTE-FILIAL
                                   TO FILIAL-DO-CLIENTE
                               DISPLAY "CLIENTE: " CLIENTE-NOME
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       APURA-VENDEDOR-DA-CARTEIRA.
      *    Responsavel pelo cliente hoje: transferencia com data
      *    futura ainda deixa a carteira com o vendedor anterior
           IF CLIENTE-VENDEDOR-DESDE > DATA-EXECUCAO
               MOVE CLIENTE-VENDEDOR-ANTERIOR TO VENDEDOR-DA-CARTEIRA
           ELSE
               MOVE CLIENTE-VENDEDOR TO VENDEDOR-DA-CARTEIRA
           END-IF.

       INFORMA-VENDEDOR-DO-PEDIDO.
      *    Validado contra funcionarios.dat como no PROG70; ENTER
      *    (zeros) e venda da casa, sem comissao - ou o vendedor da
      *    carteira, quando o cliente tem carteira
           SET VENDEDOR-NAO-APTO TO TRUE.
           PERFORM ACEITA-VENDEDOR-DO-PEDIDO UNTIL VENDEDOR-APTO.
           MOVE VENDEDOR-INFORMADO TO PEDIDO-VENDEDOR.

       ACEITA-VENDEDOR-DO-PEDIDO.
           MOVE ZEROS TO VENDEDOR-INFORMADO.
           IF VENDEDOR-DA-CARTEIRA > 0
               DISPLAY "Cliente da carteira do vendedor "
                   VENDEDOR-DA-CARTEIRA " (ENTER assume):"
           ELSE
               DISPLAY "Informe o Codigo do Vendedor (ENTER para "
                   "venda da casa):"
           END-IF.
           ACCEPT VENDEDOR-INFORMADO.
           IF VENDEDOR-INFORMADO = 0
               MOVE VENDEDOR-DA-CARTEIRA TO VENDEDOR-INFORMADO
           END-IF.
           IF VENDEDOR-DA-CARTEIRA > 0
               AND VENDEDOR-INFORMADO NOT = VENDEDOR-DA-CARTEIRA
               DISPLAY "CLIENTE E DA CARTEIRA DO VENDEDOR "
                   VENDEDOR-DA-CARTEIRA " - OUTRO VENDEDOR NAO ACEITO"
           ELSE
               PERFORM CONFERE-VENDEDOR-INFORMADO
           END-IF.

       CONFERE-VENDEDOR-INFORMADO.
           IF VENDEDOR-INFORMADO = 0
               SET VENDEDOR-APTO TO TRUE
           ELSE
               END-READ
           END-IF.

       INFORMA-FILIAL-DE-EXPEDICAO.
      *    A mercadoria sai, em principio, da filial do cliente
           SET FILIAL-NAO-APTA TO TRUE.
           PERFORM ACEITA-FILIAL-DE-EXPEDICAO UNTIL FILIAL-APTA.
           MOVE FILIAL-INFORMADA TO PEDIDO-FILIAL-EXPEDICAO.

       ACEITA-FILIAL-DE-EXPEDICAO.
           MOVE SPACES TO FILIAL-INFORMADA.
           DISPLAY "Filial de Expedicao (ENTER = filial do cliente "
               FILIAL-DO-CLIENTE "):".
           ACCEPT FILIAL-INFORMADA.
           IF FILIAL-INFORMADA = SPACES
               MOVE FILIAL-DO-CLIENTE TO FILIAL-INFORMADA
           END-IF.
           MOVE FILIAL-INFORMADA TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-INFORMADA
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL DE EXPEDICAO: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-INFORMADA
                           " INATIVA NO CADASTRO"
                   END-IF
           END-READ.

       INFORMA-CONDICAO-DO-PEDIDO.
      *    ENTER (zeros) fica com a condicao proposta - a do cliente
      *    no pedido novo, a do proprio pedido na alteracao; condicao
      *    0 e o padrao da casa, 1 parcela a 30 dias
           SET CONDICAO-NAO-APTA TO TRUE.
           PERFORM ACEITA-CONDICAO-DO-PEDIDO UNTIL CONDICAO-APTA.
           MOVE CONDICAO-INFORMADA TO PEDIDO-CONDICAO-PAGAMENTO.

       ACEITA-CONDICAO-DO-PEDIDO.
           MOVE ZEROS TO CONDICAO-INFORMADA.
           DISPLAY "Informe a Condicao de Pagamento (ENTER assume "
               CONDICAO-PROPOSTA "):".
           ACCEPT CONDICAO-INFORMADA.
           IF CONDICAO-INFORMADA = 0
               MOVE CONDICAO-PROPOSTA TO CONDICAO-INFORMADA
           END-IF.
           IF CONDICAO-INFORMADA = 0
               SET CONDICAO-APTA TO TRUE
           ELSE
               MOVE CONDICAO-INFORMADA TO CONDPAG-CODIGO
               READ ARQUIVO-CONDICAO-PAGAMENTO
                   INVALID KEY
                       DISPLAY "CONDICAO " CONDICAO-INFORMADA
                           " NAO ENCONTRADA NO CADASTRO"
                       MOVE ZEROS TO CONDICAO-PROPOSTA
                   NOT INVALID KEY
                       IF CONDPAG-ATIVA
                           SET CONDICAO-APTA TO TRUE
                           DISPLAY "CONDICAO: " CONDPAG-DESCRICAO
                       ELSE
                           DISPLAY "CONDICAO " CONDICAO-INFORMADA
                               " NAO ESTA ATIVA"
                           MOVE ZEROS TO CONDICAO-PROPOSTA
                       END-IF
               END-READ
           END-IF.

       INFORMA-DATA-PEDIDO.
      *    A data do pedido pode ser informada; ENTER (zeros) assume
      *    a data da execucao. Data em periodo fechado so passa com

       ACEITA-DATA-DO-PEDIDO.
           MOVE ZEROS TO DATA-PEDIDO-INFORMADA.
           DISPLAY "Informe a Data do Pedido (AAAAMMDD, ENTER para "
               "hoje):".
           ACCEPT DATA-PEDIDO-INFORMADA.
           IF DATA-PEDIDO-INFORMADA = 0
           CLOSE ARQUIVO-OVERRIDE-PERIODO.

       INFORMA-ITENS-PEDIDO.
           DISPLAY "QUANTOS ITENS TEM O PEDIDO (1-999)?".
           ACCEPT PEDIDO-QTDE-ITENS.
           IF PEDIDO-QTDE-ITENS < 1
               DISPLAY "QUANTIDADE FORA DA FAIXA, ASSUMIDO 1 ITEM"
               MOVE 1 TO PEDIDO-QTDE-ITENS
           END-IF.
           MOVE ZERO TO VALOR-ACUMULADO-PEDIDO.
           MOVE ZERO TO PESO-ACUMULADO-PEDIDO.
           PERFORM CAPTURA-ITEM-PEDIDO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > PEDIDO-QTDE-ITENS.
           PERFORM FECHA-VALORES-DO-PEDIDO.

       FECHA-VALORES-DO-PEDIDO.
      *    Entrega, frete e ICMS sobre a mercadoria ja acumulada
           PERFORM INFORMA-ENDERECO-ENTREGA.
           PERFORM INFORMA-FRETE.
           PERFORM APURA-ICMS-DO-PEDIDO.
           ACCEPT PEDIDO-ENT-CEP.

       INFORMA-FRETE.
      *    O frete proposto vem da tabela pela transportadora, UF
      *    da entrega e peso dos itens; valor diferente do proposto
      *    so com liberacao de supervisor
           MOVE PESO-ACUMULADO-PEDIDO TO PEDIDO-PESO-BRUTO.
           MOVE SPACES TO PEDIDO-FRETE-SUPERVISOR.
           SET TRANSPORTADORA-NAO-APTA TO TRUE.
           PERFORM INFORMA-TRANSPORTADORA UNTIL TRANSPORTADORA-APTA.
           MOVE TRANSPORTADORA-INFORMADA TO PEDIDO-TRANSPORTADORA.
           PERFORM PROPOE-FRETE-DA-TABELA.
           MOVE VALOR-FRETE-PROPOSTO TO PEDIDO-FRETE-TABELA.
           MOVE VALOR-FRETE-PROPOSTO TO PEDIDO-VALOR-FRETE.
           DISPLAY "PESO BRUTO DO PEDIDO: " PEDIDO-PESO-BRUTO
               " KG - FRETE PROPOSTO: " VALOR-FRETE-PROPOSTO.
           DISPLAY "Aceita o frete proposto? (S/N)".
           ACCEPT RESPOSTA-FRETE.
           IF RESPOSTA-FRETE = "N"
               MOVE ZEROS TO VALOR-FRETE-INFORMADO
               DISPLAY "Informe o Valor do Frete:"
               ACCEPT VALOR-FRETE-INFORMADO
               IF VALOR-FRETE-INFORMADO NOT = VALOR-FRETE-PROPOSTO
                   PERFORM PEDE-LIBERACAO-DO-FRETE
               END-IF
           END-IF.

       INFORMA-TRANSPORTADORA.
           MOVE ZEROS TO TRANSPORTADORA-INFORMADA.
           DISPLAY "Informe a Transportadora (ENTER para retirada "
               "pelo cliente):".
           ACCEPT TRANSPORTADORA-INFORMADA.
           IF TRANSPORTADORA-INFORMADA = 0
               SET TRANSPORTADORA-APTA TO TRUE
           ELSE
               MOVE TRANSPORTADORA-INFORMADA TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA "
                           TRANSPORTADORA-INFORMADA
                           " NAO CONSTA NO CADASTRO"
                   NOT INVALID KEY
                       IF TRANSP-ATIVA
                           SET TRANSPORTADORA-APTA TO TRUE
                           DISPLAY "TRANSPORTADORA: " TRANSP-NOME
                       ELSE
                           DISPLAY "TRANSPORTADORA "
                               TRANSPORTADORA-INFORMADA
                               " ESTA INATIVA"
                       END-IF
               END-READ
           END-IF.

       PROPOE-FRETE-DA-TABELA.
      *    Retirada pelo cliente nao tem frete; transportadora sem
      *    faixa pra UF e o peso propoe zero, com aviso
           MOVE ZEROS TO VALOR-FRETE-PROPOSTO.
           IF TRANSPORTADORA-INFORMADA NOT = 0
               CALL "PROG184" USING TRANSPORTADORA-INFORMADA
                   PEDIDO-ENT-UF PESO-ACUMULADO-PEDIDO
                   FRETE-TABELA-FLAG VALOR-FRETE-PROPOSTO
               IF FRETE-DA-TABELA-NAO-ACHADO
                   DISPLAY "SEM FAIXA NA TABELA DE FRETE PRA UF "
                       PEDIDO-ENT-UF " E ESTE PESO - PROPOSTO ZERO"
               END-IF
           END-IF.

       PEDE-LIBERACAO-DO-FRETE.
      *    O mesmo sign-on de supervisor da liberacao de periodo;
      *    sem liberacao fica o frete proposto
           MOVE SPACES TO SUPERVISOR-ID.
           DISPLAY "FRETE DIFERENTE DO PROPOSTO - INFORME O CODIGO "
               "DO SUPERVISOR AUTORIZADO:".
           ACCEPT SUPERVISOR-ID.
           CALL "PROG83" USING SUPERVISOR-ID
               SUPERVISOR-RESULTADO-FLAG SUPERVISOR-EXCLUSAO-FLAG
               SUPERVISOR-DADOS-FLAG PROGRAMA-DO-SIGNON.
           IF SUPERVISOR-ACEITO AND SUPERVISOR-AUTORIZADO
               AND SUPERVISOR-ID NOT = OPERADOR-ID
               MOVE VALOR-FRETE-INFORMADO TO PEDIDO-VALOR-FRETE
               MOVE SUPERVISOR-ID TO PEDIDO-FRETE-SUPERVISOR
           ELSE
               DISPLAY "SUPERVISOR NAO AUTORIZADO - MANTIDO O FRETE "
                   "PROPOSTO DE " VALOR-FRETE-PROPOSTO
           END-IF.

       CAPTURA-ITEM-PEDIDO.
      *    Repete a pergunta ate o operador informar um produto que
           IF QTDE-PRODUTO-ITEM = 0
               MOVE 1 TO QTDE-PRODUTO-ITEM
           END-IF.
           PERFORM APLICA-ACORDO-DO-ITEM.
           PERFORM INICIA-LINHA-DO-PEDIDO.
           MOVE PRODUTO-DESCRICAO TO PEDIDO-ITEM-DESCRICAO.
           MOVE PRECO-APLICADO-ITEM TO PEDIDO-ITEM-PRECO-UNITARIO.
           MOVE PRECO-TABELA-ITEM TO PEDIDO-ITEM-PRECO-TABELA.
           MOVE ACORDO-APLICADO-ITEM TO PEDIDO-ITEM-ACORDO.
           PERFORM SOMA-PESO-DO-ITEM.
           COMPUTE PEDIDO-ITEM-VALOR =
               PRECO-APLICADO-ITEM * QTDE-PRODUTO-ITEM.
           ADD PEDIDO-ITEM-VALOR TO VALOR-ACUMULADO-PEDIDO.
           PERFORM RESERVA-ESTOQUE-DO-ITEM.
           PERFORM GRAVA-LINHA-DO-PEDIDO.

       SOMA-PESO-DO-ITEM.
      *    PRODUTO-REGISTRO ainda e o do item (a reserva de kit le
      *    os componentes por cima, por isso o peso vem antes)
           COMPUTE PESO-ACUMULADO-PEDIDO = PESO-ACUMULADO-PEDIDO
               + PRODUTO-PESO-BRUTO * QTDE-PRODUTO-ITEM.

       INICIA-LINHA-DO-PEDIDO.
      *    A linha leva o numero do pedido e a posicao do item; a
      *    reserva e a quantidade atendida nascem zeradas
           MOVE SPACES TO PEDIDO-ITEM-REGISTRO.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE INDICE-ITEM TO PEDIDO-ITEM-LINHA.
           MOVE CODIGO-PRODUTO-ITEM TO PEDIDO-ITEM-CODIGO.
           MOVE QTDE-PRODUTO-ITEM TO PEDIDO-ITEM-QTDE.
           MOVE ZEROS TO PEDIDO-ITEM-VALOR.
           MOVE ZEROS TO PEDIDO-ITEM-QTDE-RESERVADA.
           MOVE ZEROS TO PEDIDO-ITEM-QTDE-ATENDIDA.
           MOVE ZEROS TO PEDIDO-ITEM-PRECO-UNITARIO.
           MOVE ZEROS TO PEDIDO-ITEM-PRECO-TABELA.
           MOVE ZEROS TO PEDIDO-ITEM-ACORDO.

       GRAVA-LINHA-DO-PEDIDO.
           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " PEDIDO-ITEM-LINHA
                       " DO PEDIDO " PEDIDO-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-WRITE.

       RESERVA-ESTOQUE-DO-ITEM.
      *    Kit reserva nos componentes; item comum reserva no
      *    proprio produto
           MOVE CODIGO-PRODUTO-ITEM TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM RESERVA-COMPONENTES-DO-KIT
           ELSE
               PERFORM RESERVA-ESTOQUE-DO-PRODUTO
           END-IF.

       RESERVA-ESTOQUE-DO-PRODUTO.
      *    Reserva o que couber no disponivel (saldo menos o que ja
      *    esta reservado pra outros pedidos) e manda a quantidade em
      *    falta pra fila de backorders, com aviso ao operador;
           IF QTDE-DISPONIVEL-ITEM < 0
               MOVE 0 TO QTDE-DISPONIVEL-ITEM
           END-IF.
           PERFORM LIMITA-PELO-DISPONIVEL-DA-FILIAL.
           IF QTDE-PRODUTO-ITEM <= QTDE-DISPONIVEL-ITEM
               MOVE QTDE-PRODUTO-ITEM TO QTDE-A-RESERVAR
               MOVE 0 TO QTDE-EM-FALTA
               COMPUTE QTDE-EM-FALTA = QTDE-PRODUTO-ITEM
                   - QTDE-A-RESERVAR
           END-IF.
           MOVE QTDE-A-RESERVAR TO PEDIDO-ITEM-QTDE-RESERVADA.
           IF QTDE-A-RESERVAR > 0
               ADD QTDE-A-RESERVAR TO PRODUTO-QTDE-RESERVADA
               REWRITE PRODUTO-REGISTRO
                       DISPLAY "ERRO AO RESERVAR ESTOQUE DO PRODUTO "
                           PRODUTO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE QTDE-A-RESERVAR TO MOVFIL-QTDE
                       PERFORM RESERVA-NA-FILIAL
               END-REWRITE
           END-IF.
           IF QTDE-EM-FALTA > 0
           ACCEPT BACKORDER-HORA FROM TIME.
           MOVE PEDIDO-NUMERO TO BACKORDER-PEDIDO.
           MOVE CODIGO-CLIENTE-PEDIDO TO BACKORDER-CLIENTE.
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
      *    1a passada: quantos kits completos o disponivel de todos
      *    os componentes comporta; 2a passada: reserva cada
      *    componente nesses kits e manda a falta de cada um pra
      *    fila. A reserva da linha conta kits inteiros.
           MOVE QTDE-PRODUTO-ITEM TO KITS-POSSIVEIS.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM APURA-KITS-DO-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".
           MOVE KITS-POSSIVEIS TO PEDIDO-ITEM-QTDE-RESERVADA.
           COMPUTE KITS-EM-FALTA = QTDE-PRODUTO-ITEM - KITS-POSSIVEIS.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM RESERVA-UM-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".
           IF KITS-EM-FALTA > 0
               DISPLAY "ESTOQUE INSUFICIENTE PARA O KIT - RESERVADOS "
                   KITS-POSSIVEIS " KITS E " KITS-EM-FALTA
                   " COM COMPONENTES EM BACKORDER"
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
                       DISPLAY "ERRO AO RESERVAR ESTOQUE DO "
                           "COMPONENTE " PRODUTO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE QTDE-DO-COMPONENTE TO MOVFIL-QTDE
                       PERFORM RESERVA-NA-FILIAL
               END-REWRITE
           END-IF.
      *    Falta real do componente: o que os kits em falta pedem
      *    menos a sobra do disponivel depois da reserva
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

       LIBERA-RESERVAS-DO-PEDIDO.
      *    Devolve pro estoque a reserva de cada linha do pedido em
      *    PEDIDO-REGISTRO e regrava a linha com a reserva zerada
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM LIBERA-RESERVA-DO-ITEM UNTIL FIM-ITENS = "S".

       LIBERA-RESERVA-DO-ITEM.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   PERFORM LIBERA-RESERVA-DA-LINHA
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       LIBERA-RESERVA-DA-LINHA.
           IF PEDIDO-ITEM-QTDE-RESERVADA > 0
               MOVE PEDIDO-ITEM-CODIGO TO CODIGO-DO-KIT
               PERFORM VERIFICA-SE-E-KIT
               IF ITEM-E-KIT
                   PERFORM POSICIONA-COMPONENTES-DO-KIT
                   PERFORM LIBERA-RESERVA-DO-COMPONENTE
                       UNTIL FIM-COMPONENTES = "S"
               ELSE
                   MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
                   READ ARQUIVO-PRODUTO
                       INVALID KEY
                           DISPLAY "PRODUTO " PRODUTO-CODIGO
                               " DO PEDIDO NAO CONSTA MAIS - "
                               "RESERVA NAO DEVOLVIDA"
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           PERFORM DEVOLVE-RESERVA-AO-PRODUTO
                   END-READ
               END-IF
               MOVE 0 TO PEDIDO-ITEM-QTDE-RESERVADA
               REWRITE PEDIDO-ITEM-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ZERAR A RESERVA DA LINHA "
                           PEDIDO-ITEM-LINHA " DO PEDIDO "
                           PEDIDO-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-REWRITE
           END-IF.

       DEVOLVE-RESERVA-AO-PRODUTO.
      *    Guarda contra reserva ja menor que a do item (ajuste feito
      *    por fora): nunca deixa a reserva do produto negativa
           IF PEDIDO-ITEM-QTDE-RESERVADA > PRODUTO-QTDE-RESERVADA
               MOVE 0 TO PRODUTO-QTDE-RESERVADA
           ELSE
               SUBTRACT PEDIDO-ITEM-QTDE-RESERVADA
                   FROM PRODUTO-QTDE-RESERVADA
           END-IF.
           REWRITE PRODUTO-REGISTRO
                   DISPLAY "ERRO AO DEVOLVER A RESERVA DO PRODUTO "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   MOVE PEDIDO-ITEM-QTDE-RESERVADA TO MOVFIL-QTDE
                   PERFORM LIBERA-NA-FILIAL
           END-REWRITE.

       LIBERA-RESERVA-DO-COMPONENTE.
      *    A reserva da linha de kit conta kits inteiros: cada
      *    componente devolve a quantidade dele nesses kits
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "COMPONENTE " PRODUTO-CODIGO
                           " DO KIT NAO CONSTA MAIS - RESERVA NAO "
                           "DEVOLVIDA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       COMPUTE QTDE-DO-COMPONENTE =
                           PEDIDO-ITEM-QTDE-RESERVADA
                           * KIT-QTDE-COMPONENTE
                       IF QTDE-DO-COMPONENTE > PRODUTO-QTDE-RESERVADA
                           MOVE 0 TO PRODUTO-QTDE-RESERVADA
                       ELSE
                           SUBTRACT QTDE-DO-COMPONENTE
                               FROM PRODUTO-QTDE-RESERVADA
                       END-IF
                       REWRITE PRODUTO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO DEVOLVER A RESERVA DO "
                                   "COMPONENTE " PRODUTO-CODIGO
                               SET EXECUCAO-COM-ERRO TO TRUE
                           NOT INVALID KEY
                               MOVE QTDE-DO-COMPONENTE TO MOVFIL-QTDE
                               PERFORM LIBERA-NA-FILIAL
                       END-REWRITE
               END-READ
           END-IF.

       LIMITA-PELO-DISPONIVEL-DA-FILIAL.
      *    O disponivel da casa inteira nao serve se a mercadoria
      *    esta em outra filial: vale o menor dos 2. Pedido sem
      *    filial de expedicao fica so com o da casa
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
               IF PRODUTO-COM-LOTE
                   PERFORM LIMITA-PELO-DISPONIVEL-DOS-LOTES
               END-IF
           END-IF.

       LIMITA-PELO-DISPONIVEL-DOS-LOTES.
      *    Produto com lote so tem disponivel nos lotes nao vencidos
      *    da filial
           MOVE "D" TO MOVLOTE-OPERACAO.
           MOVE ZEROS TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-DISPONIVEL < QTDE-DISPONIVEL-ITEM
               MOVE MOVLOTE-DISPONIVEL TO QTDE-DISPONIVEL-ITEM
           END-IF.

       RESERVA-NA-FILIAL.
      *    MOVFIL-QTDE ja vem com a quantidade reservada
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               AND MOVFIL-QTDE > 0
               MOVE "R" TO MOVFIL-OPERACAO
               PERFORM CHAMA-ESTOQUE-DA-FILIAL
               IF PRODUTO-COM-LOTE
                   PERFORM RESERVA-NOS-LOTES
               END-IF
           END-IF.

       RESERVA-NOS-LOTES.
      *    Reserva pra linha do pedido nos lotes que vencem primeiro
           MOVE "R" TO MOVLOTE-OPERACAO.
           MOVE MOVFIL-QTDE TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
               DISPLAY "AVISO: LOTES DO PRODUTO " PRODUTO-CODIGO
                   " COBRIRAM SO " MOVLOTE-QTDE-FEITA " DE "
                   MOVLOTE-QTDE " - CONFERIR LOTES"
           END-IF.

       LIBERA-NA-FILIAL.
      *    MOVFIL-QTDE ja vem com a quantidade devolvida
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               AND MOVFIL-QTDE > 0
               MOVE "L" TO MOVFIL-OPERACAO
               PERFORM CHAMA-ESTOQUE-DA-FILIAL
               IF PRODUTO-COM-LOTE
                   MOVE "L" TO MOVLOTE-OPERACAO
                   MOVE MOVFIL-QTDE TO MOVLOTE-QTDE
                   PERFORM CHAMA-ESTOQUE-DOS-LOTES
               END-IF
           END-IF.

       CHAMA-ESTOQUE-DA-FILIAL.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO NA RESERVA DO PRODUTO " PRODUTO-CODIGO
                   " NA FILIAL " PEDIDO-FILIAL-EXPEDICAO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       CHAMA-ESTOQUE-DOS-LOTES.
      *    A linha do pedido esta em PEDIDO-ITEM-REGISTRO
           MOVE PRODUTO-CODIGO TO MOVLOTE-PRODUTO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVLOTE-FILIAL.
           MOVE SPACES TO MOVLOTE-LOTE.
           MOVE ZEROS TO MOVLOTE-VALIDADE.
           MOVE PEDIDO-ITEM-PEDIDO TO MOVLOTE-PEDIDO.
           MOVE PEDIDO-ITEM-LINHA TO MOVLOTE-LINHA.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO NOS LOTES DO PRODUTO " PRODUTO-CODIGO
                   " NA FILIAL " PEDIDO-FILIAL-EXPEDICAO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       EXCLUI-ITENS-DO-PEDIDO.
      *    Apaga de pedido_itens.dat todas as linhas do pedido em
      *    PEDIDO-REGISTRO; a reserva ja tem que ter sido devolvida
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM EXCLUI-LINHA-DO-PEDIDO UNTIL FIM-ITENS = "S".

       EXCLUI-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   DELETE ARQUIVO-PEDIDO-ITEM RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A LINHA "
                               PEDIDO-ITEM-LINHA " DO PEDIDO "
                               PEDIDO-NUMERO
                           SET EXECUCAO-COM-ERRO TO TRUE
                   END-DELETE
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       ACEITA-PRODUTO-DO-ITEM.
           DISPLAY "CODIGO DO PRODUTO DO ITEM " INDICE-ITEM ":".
           ACCEPT CODIGO-PRODUTO-ITEM.
               DISPLAY "SEM PRECO VIGENTE NA DATA DO PEDIDO - "
                   "USADO O PRECO DE TABELA DO CADASTRO"
           END-IF.
           MOVE PRECO-APLICADO-ITEM TO PRECO-TABELA-ITEM.
           MOVE ZEROS TO ACORDO-APLICADO-ITEM.

       APLICA-ACORDO-DO-ITEM.
      *    Com a quantidade da linha na mao, o acordo do cliente ou
      *    da filial (consulta do PROG180) que valer na data e na
      *    faixa substitui o preco vigente
           CALL "PROG180" USING CODIGO-CLIENTE-PEDIDO
               FILIAL-DO-CLIENTE CODIGO-PRODUTO-ITEM
               QTDE-PRODUTO-ITEM PEDIDO-DATA PRECO-TABELA-ITEM
               ACORDO-PRECO-FLAG PRECO-ACORDADO-ITEM
               ACORDO-APLICADO-ITEM.
           IF ACORDO-DE-PRECO-ACHADO
               MOVE PRECO-ACORDADO-ITEM TO PRECO-APLICADO-ITEM
               DISPLAY "ACORDO DE PRECO " ACORDO-APLICADO-ITEM
                   " - PRECO UNITARIO: " PRECO-APLICADO-ITEM
           ELSE
               MOVE PRECO-TABELA-ITEM TO PRECO-APLICADO-ITEM
           END-IF.

       ALTERA-PEDIDO.
      *    Le o pedido pela chave e so regrava se ele existir; so
                   MOVE PEDIDO-VALOR TO VALOR-ANTIGO-DO-PEDIDO
               END-IF
               PERFORM DEVOLVE-RESERVAS-ANTES-DE-ALTERAR
               IF PEDIDO-FILIAL-EXPEDICAO = SPACES
                   MOVE FILIAL-DO-CLIENTE TO PEDIDO-FILIAL-EXPEDICAO
               END-IF
               DISPLAY "FILIAL DE EXPEDICAO: " PEDIDO-FILIAL-EXPEDICAO
               MOVE PEDIDO-CONDICAO-PAGAMENTO TO CONDICAO-PROPOSTA
               PERFORM INFORMA-CONDICAO-DO-PEDIDO
               PERFORM INFORMA-DATA-PEDIDO
               PERFORM INFORMA-ITENS-PEDIDO
               PERFORM VERIFICA-LIMITE-DE-CREDITO
                           END-IF
                   END-REWRITE
               ELSE
      *            Alteracao recusada no limite: a recaptura sai
      *            (reserva e linhas) e as linhas de antes voltam
      *            com a reserva que tinham
                   PERFORM LIBERA-RESERVAS-DO-PEDIDO
                   PERFORM EXCLUI-ITENS-DO-PEDIDO
                   PERFORM RESTAURA-LINHAS-ANTIGAS
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " MANTIDO COMO "
                       "ESTAVA ANTES DA ALTERACAO"
               END-IF
           END-IF.

       DEVOLVE-RESERVAS-ANTES-DE-ALTERAR.
      *    A alteracao recaptura os itens do zero, entao a reserva
      *    antiga volta pro estoque antes e as linhas antigas saem
      *    de pedido_itens.dat; cada linha e regravada com a reserva
      *    zerada na propria devolucao, pra arquivo e contadores de
      *    produtos.dat nao se separarem se a alteracao for recusada
      *    no meio. As linhas antigas ficam guardadas antes, com a
      *    reserva que tinham
           MOVE PEDIDO-FILIAL-EXPEDICAO TO FILIAL-ANTES-DA-ALTERACAO.
           PERFORM GUARDA-LINHAS-ANTIGAS.
           PERFORM LIBERA-RESERVAS-DO-PEDIDO.
           PERFORM EXCLUI-ITENS-DO-PEDIDO.

       GUARDA-LINHAS-ANTIGAS.
           MOVE ZEROS TO QTDE-LINHAS-ANTIGAS.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM GUARDA-LINHA-ANTIGA UNTIL FIM-ITENS = "S".

       GUARDA-LINHA-ANTIGA.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   AND QTDE-LINHAS-ANTIGAS < 999
                   ADD 1 TO QTDE-LINHAS-ANTIGAS
                   MOVE PEDIDO-ITEM-REGISTRO
                       TO LINHA-ANTIGA(QTDE-LINHAS-ANTIGAS)
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       RESTAURA-LINHAS-ANTIGAS.
      *    A reserva volta na filial de expedicao de antes (a
      *    alteracao pode ter preenchido a filial do pedido antigo)
           MOVE FILIAL-ANTES-DA-ALTERACAO TO PEDIDO-FILIAL-EXPEDICAO.
           PERFORM RESTAURA-LINHA-ANTIGA
               VARYING INDICE-LINHA-ANTIGA FROM 1 BY 1
               UNTIL INDICE-LINHA-ANTIGA > QTDE-LINHAS-ANTIGAS.

       RESTAURA-LINHA-ANTIGA.
      *    A reserva da linha e refeita pela mesma rotina da
      *    captura, na quantidade que estava reservada
           MOVE LINHA-ANTIGA(INDICE-LINHA-ANTIGA)
               TO PEDIDO-ITEM-REGISTRO.
           IF PEDIDO-ITEM-QTDE-RESERVADA > 0
               MOVE PEDIDO-ITEM-CODIGO TO CODIGO-PRODUTO-ITEM
               MOVE PEDIDO-ITEM-QTDE-RESERVADA TO QTDE-PRODUTO-ITEM
               MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO " PRODUTO-CODIGO
                           " DO PEDIDO NAO CONSTA MAIS - RESERVA "
                           "NAO REFEITA"
                       MOVE 0 TO PEDIDO-ITEM-QTDE-RESERVADA
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM RESERVA-ESTOQUE-DO-ITEM
               END-READ
           END-IF.
           PERFORM GRAVA-LINHA-DO-PEDIDO.

       LIBERA-PEDIDO.
      *    Marca o pedido Aberto como Liberado para faturamento; o
       CANCELA-PEDIDO.
      *    Cancelamento e diferente de exclusao: o registro fica,
      *    com motivo obrigatorio, operador e data, e a reserva de
      *    estoque volta; pedido Aberto ou Liberado cancela, e o
      *    Faturado so sem nenhum pagamento aplicado nas parcelas
           SET CANCELAMENTO-ANTES-DA-VENDA TO TRUE.
           DISPLAY "Informe o Numero do Pedido a Cancelar:".
           ACCEPT PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDO
                       PERFORM ACEITA-MOTIVO-CANCELAMENTO
                       PERFORM GRAVA-CANCELAMENTO
                   ELSE
                       IF PEDIDO-FATURADO
                           PERFORM CANCELA-PEDIDO-FATURADO
                       ELSE
                           DISPLAY "PEDIDO " PEDIDO-NUMERO
                               " NA SITUACAO " PEDIDO-SITUACAO
                               " NAO PODE SER CANCELADO"
                           SET EXECUCAO-COM-ERRO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CANCELA-PEDIDO-FATURADO.
           PERFORM CONFERE-PAGAMENTO-DOS-TITULOS.
           PERFORM CONFERE-DEVOLUCAO-DO-PEDIDO.
           IF TITULOS-SEM-PAGAMENTO
               AND PEDIDO-SEM-DEVOLUCAO
               SET CANCELAMENTO-POS-VENDA TO TRUE
               PERFORM ACEITA-MOTIVO-CANCELAMENTO
               PERFORM GRAVA-CANCELAMENTO
               IF NOT PEDIDO-NFE-NAO-EMITIDA
                   DISPLAY "CANCELE NO EMISSOR A NF-E "
                       PEDIDO-NFE-SERIE "/" PEDIDO-NFE-NUMERO
                       " DESTE PEDIDO"
               END-IF
           ELSE
               IF TITULOS-COM-PAGAMENTO
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " TEM PAGAMENTO "
                       "APLICADO - USE A DEVOLUCAO (PROG125)"
               ELSE
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " JA TEM "
                       "DEVOLUCAO - USE A DEVOLUCAO (PROG125)"
               END-IF
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       CONFERE-DEVOLUCAO-DO-PEDIDO.
      *    creditos.dat e indexado pelo cliente: varre o arquivo
      *    procurando nota de credito do pedido
           SET PEDIDO-SEM-DEVOLUCAO TO TRUE.
           MOVE "N" TO FIM-CREDITOS.
           OPEN INPUT ARQUIVO-CREDITO.
           PERFORM CONFERE-NOTA-DE-CREDITO
               UNTIL FIM-CREDITOS = "S" OR PEDIDO-COM-DEVOLUCAO.
           CLOSE ARQUIVO-CREDITO.

       CONFERE-NOTA-DE-CREDITO.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS
           END-READ.
           IF FIM-CREDITOS = "N"
               AND CREDITO-PEDIDO = PEDIDO-NUMERO
               SET PEDIDO-COM-DEVOLUCAO TO TRUE
           END-IF.

       DEVOLVE-ESTOQUE-DO-PEDIDO.
      *    A mercadoria embarcada de cada linha volta ao estoque
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM DEVOLVE-ESTOQUE-DO-ITEM UNTIL FIM-ITENS = "S".
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

       DEVOLVE-ESTOQUE-DO-ITEM.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF PEDIDO-ITEM-QTDE-ATENDIDA > 0
                       PERFORM DEVOLVE-ESTOQUE-DA-LINHA
                   END-IF
               END-IF
           END-IF.

       DEVOLVE-ESTOQUE-DA-LINHA.
      *    Kit volta pelos componentes, na quantidade de cada um nos
      *    kits atendidos
           MOVE PEDIDO-ITEM-CODIGO TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM POSICIONA-COMPONENTES-DO-KIT
               PERFORM DEVOLVE-ESTOQUE-DO-COMPONENTE
                   UNTIL FIM-COMPONENTES = "S"
           ELSE
               MOVE PEDIDO-ITEM-QTDE-ATENDIDA TO QTDE-QUE-VOLTA
               MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
               PERFORM DEVOLVE-AO-PRODUTO
           END-IF.

       DEVOLVE-ESTOQUE-DO-COMPONENTE.
           PERFORM LE-PROXIMO-COMPONENTE.
           IF FIM-COMPONENTES = "N"
               COMPUTE QTDE-QUE-VOLTA =
                   PEDIDO-ITEM-QTDE-ATENDIDA * KIT-QTDE-COMPONENTE
               MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
               PERFORM DEVOLVE-AO-PRODUTO
           END-IF.

       DEVOLVE-AO-PRODUTO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " PRODUTO-CODIGO " FORA DO "
                       "CADASTRO - MERCADORIA NAO DEVOLVIDA AO "
                       "ESTOQUE"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD QTDE-QUE-VOLTA TO PRODUTO-SALDO-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO DEVOLVER AO ESTOQUE O "
                               "PRODUTO " PRODUTO-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-DO-CANCELAMENTO
                           PERFORM DEVOLVE-A-FILIAL-E-AOS-LOTES
                   END-REWRITE
           END-READ.

       GRAVA-MOVIMENTO-DO-CANCELAMENTO.
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           ACCEPT MOVESTQ-HORA FROM TIME.
           SET MOVESTQ-ENTRADA TO TRUE.
           SET MOVESTQ-ACRESCENTA TO TRUE.
           MOVE PRODUTO-CODIGO TO MOVESTQ-PRODUTO.
           MOVE QTDE-QUE-VOLTA TO MOVESTQ-QTDE.
           MOVE PEDIDO-NUMERO TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       DEVOLVE-A-FILIAL-E-AOS-LOTES.
      *    Pedido sem filial de expedicao so mexe no saldo da casa
           IF PEDIDO-FILIAL-EXPEDICAO NOT = SPACES
               MOVE "E" TO MOVFIL-OPERACAO
               MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO
               MOVE PEDIDO-FILIAL-EXPEDICAO TO MOVFIL-FILIAL
               MOVE QTDE-QUE-VOLTA TO MOVFIL-QTDE
               CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
                   MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
                   MOVFIL-DISPONIVEL MOVFIL-RESULTADO
               IF MOVFIL-ERRO
                   DISPLAY "ERRO AO DEVOLVER AO ESTOQUE DA FILIAL "
                       PEDIDO-FILIAL-EXPEDICAO " PRODUTO "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
               IF PRODUTO-COM-LOTE
                   MOVE "V" TO MOVLOTE-OPERACAO
                   MOVE QTDE-QUE-VOLTA TO MOVLOTE-QTDE
                   PERFORM CHAMA-ESTOQUE-DOS-LOTES
                   IF MOVLOTE-OK
                       AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
                       DISPLAY "AVISO: LOTE DE ORIGEM DO PRODUTO "
                           PRODUTO-CODIGO " ACHADO PARA "
                           MOVLOTE-QTDE-FEITA " DE " MOVLOTE-QTDE
                           " - CONFERIR LOTES"
                   END-IF
               END-IF
           END-IF.

       CONFERE-PAGAMENTO-DOS-TITULOS.
      *    Parcelas do pedido pela chave com a parcela zerada
           SET TITULOS-SEM-PAGAMENTO TO TRUE.
           MOVE "N" TO FIM-TITULOS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TITULOS
           END-START.
           PERFORM CONFERE-PAGAMENTO-DA-PARCELA
               UNTIL FIM-TITULOS = "S".

       CONFERE-PAGAMENTO-DA-PARCELA.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TITULOS
           END-READ.
           IF FIM-TITULOS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   IF RECEBIVEL-VALOR-PAGO > 0
                       OR RECEBIVEL-QUITADO
                       SET TITULOS-COM-PAGAMENTO TO TRUE
                   END-IF
               ELSE
                   MOVE "S" TO FIM-TITULOS
               END-IF
           END-IF.

       CANCELA-TITULOS-DO-PEDIDO.
           MOVE "N" TO FIM-TITULOS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TITULOS
           END-START.
           PERFORM CANCELA-PARCELA-DO-PEDIDO UNTIL FIM-TITULOS = "S".

       CANCELA-PARCELA-DO-PEDIDO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TITULOS
           END-READ.
           IF FIM-TITULOS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   MOVE ZEROS TO RECEBIVEL-SALDO
                   SET RECEBIVEL-CANCELADO TO TRUE
                   REWRITE RECEBIVEL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR O TITULO "
                               RECEBIVEL-PEDIDO "/" RECEBIVEL-PARCELA
                           SET EXECUCAO-COM-ERRO TO TRUE
                   END-REWRITE
               ELSE
                   MOVE "S" TO FIM-TITULOS
               END-IF
           END-IF.

       GRAVA-ESTORNO-DE-COMISSAO.
      *    A linha de Estorno vai pro mesmo vendedor da venda, pelo
      *    valor que o faturamento gravou; venda da casa nao estorna
           IF PEDIDO-VENDEDOR > 0
               OPEN EXTEND ARQUIVO-VENDA
               MOVE SPACE TO LINHA-VENDA
               MOVE PEDIDO-VENDEDOR TO VENDA-VENDEDOR
               MOVE PEDIDO-VALOR TO VENDA-VALOR
               MOVE DATA-EXECUCAO TO VENDA-DATA
               SET VENDA-ESTORNO TO TRUE
               MOVE PEDIDO-NUMERO TO VENDA-PEDIDO
               WRITE LINHA-VENDA
               CLOSE ARQUIVO-VENDA
               DISPLAY "ESTORNO DE COMISSAO GRAVADO PRO VENDEDOR "
                   PEDIDO-VENDEDOR
           END-IF.

       ACEITA-MOTIVO-CANCELAMENTO.
           MOVE SPACE TO MOTIVO-INFORMADO.
           PERFORM PERGUNTA-MOTIVO-CANCELAMENTO
                   PERFORM GRAVA-TRILHA-DO-PEDIDO
                   COMPUTE VALOR-DELTA = 0 - PEDIDO-VALOR
                   PERFORM ATUALIZA-EXPOSICAO-DO-CLIENTE
                   IF CANCELAMENTO-POS-VENDA
                       PERFORM DEVOLVE-ESTOQUE-DO-PEDIDO
                       PERFORM CANCELA-TITULOS-DO-PEDIDO
                       PERFORM GRAVA-ESTORNO-DE-COMISSAO
                   END-IF
           END-REWRITE.

       EXCLUI-PEDIDO.
           END-READ.

       EFETIVA-EXCLUSAO-DO-PEDIDO.
      *    A reserva de estoque dos itens volta antes do DELETE, e
      *    as linhas saem de pedido_itens.dat junto com o pedido; o
      *    pedido que sai daqui nunca esta Pago nem Cancelado, entao
      *    o valor inteiro sai da exposicao
           PERFORM LIBERA-RESERVAS-DO-PEDIDO.
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-EXCLUIDOS
                   PERFORM EXCLUI-ITENS-DO-PEDIDO
                   MOVE PEDIDO-VALOR TO VALOR-ANTES-DA-ALTERACAO
                   MOVE "E" TO OPERACAO-DA-TRILHA
                   PERFORM GRAVA-TRILHA-DO-PEDIDO

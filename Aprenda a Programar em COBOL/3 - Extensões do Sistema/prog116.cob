      *    numero da nota do fornecedor e, item a item, o codigo do
      *    produto (validado contra produtos.dat), a quantidade e o
      *    custo unitario. Cada item aceito soma a quantidade em
      *    PRODUTO-SALDO-ESTOQUE, refaz o custo medio ponderado em
      *    PRODUTO-CUSTO-UNITARIO e anexa o movimento de Entrada ao
      *    razao estoque_movimentos.dat com a nota no documento - e
      *    o lado de entrada honesto do saldo que o kardex do
      *    PROG163), como o inventario do PROG118 ja fazia: o
      *    carimbo de operador do razao de estoque deixou de ser
      *    texto livre.
      *    Toda nota passou a exigir o fornecedor, lido pelo codigo
      *    no cadastro fornecedores.dat (mantido pelo PROG168):
      *    codigo inexistente ou fornecedor Inativo recusa a nota
      *    inteira, e o codigo sai em MOVESTQ-FORNECEDOR em cada
      *    movimento de Entrada - o razao de estoque passou a dizer
      *    de quem veio a mercadoria.
      *    A nota passou a poder referenciar o pedido de compra
      *    (pedidos_compra.dat, emitido pelo PROG169) do mesmo
      *    fornecedor: cada item e conferido contra o pedido -
      *    produto fora do pedido, quantidade acima do que falta
      *    receber e custo diferente do combinado pedem confirmacao
      *    do operador; quantidade abaixo so avisa o saldo que fica
      *    pendente. A quantidade lancada soma no item do pedido e,
      *    no fim da nota, o pedido passa a Parcial ou a Recebido.
      *    Nota sem pedido (numero zero) continua entrando como
      *    antes.
      *    Cada nota recebida passou a abrir 1 titulo em
      *    contas_pagar.dat (numerado pela serie CPAGAR do controle
      *    de numeracao) com o fornecedor, a nota, a data de emissao
      *    informada, o vencimento pelo prazo de pagamento do
      *    fornecedor e o valor dos itens lancados - o lado do que a
      *    casa deve, que ate aqui nao existia em arquivo nenhum.
      *    O custo do produto deixou de ser o da ultima nota: cada
      *    entrada refaz PRODUTO-CUSTO-UNITARIO pela media ponderada
      *    entre o saldo que ja estava no estoque (ao custo medio de
      *    antes) e a quantidade recebida (ao custo da nota) - uma
      *    compra barata de emergencia nao derruba mais o custo do
      *    produto inteiro. O custo da nota sai tambem em
      *    MOVESTQ-CUSTO-UNITARIO no movimento de Entrada.
      *    Toda nota passou a dizer a filial que recebe a mercadoria
      *    (cadastrada e Ativa em filiais.dat): a entrada soma tambem
      *    no saldo do produto na filial (estoque_filial.dat, pela
      *    sub-rotina PROG195) e a filial sai em MOVESTQ-FILIAL.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Produto com controle de lote e validade (perecivel) passou
      *    a exigir, em cada item, o numero do lote e a validade
      *    (AAAAMMDD, nao vencida): a entrada soma tambem no saldo do
      *    lote na filial da nota (estoque_lotes.dat, pela sub-rotina
      *    PROG325), de onde a reserva e a expedicao tiram primeiro o
      *    lote que vence antes.
      *    O vencimento do titulo a pagar que passa do ultimo dia do
      *    mes (29 ou 30 em fevereiro, 31 em mes de 30 dias) passou
      *    pro ultimo dia do mes - nao sai mais data inexistente pro
      *    contas a pagar e a remessa do banco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELFORNECEDOR.cob".
           COPY "SELFILIAL.cob".
           COPY "SELPEDCOMPRA.cob".
           COPY "SELCPAGAR.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDFILIAL.cob".
           COPY "FDPEDCOMPRA.cob".
           COPY "FDCPAGAR.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FORNECEDOR-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  PEDCOMPRA-FILE-STATUS PIC X(2).
       01  CPAGAR-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  RESPOSTA-ITEM PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  NOTA-FORNECEDOR PIC X(10).
       01  CODIGO-FORNECEDOR-NOTA PIC 9(6).
       01  FILIAL-DA-NOTA PIC X(4).
       01  NUMERO-PEDIDO-COMPRA-NOTA PIC 9(6).
       01  CODIGO-PRODUTO-ITEM PIC 9(4).
       01  QTDE-RECEBIDA PIC 9(6).
       01  CUSTO-UNITARIO-INFORMADO PIC 9(5)V99.
       01  SALDO-ANTES-DA-ENTRADA PIC 9(6).
       01  VALOR-DO-ESTOQUE-ANTERIOR PIC 9(11)V99.

       01  PRODUTO-VALIDACAO-FLAG PIC X VALUE "N".
           88 PRODUTO-APTO VALUE "S".
           88 PRODUTO-NAO-APTO VALUE "N".

       01  FORNECEDOR-VALIDACAO-FLAG PIC X VALUE "N".
           88 FORNECEDOR-APTO VALUE "S".
           88 FORNECEDOR-NAO-APTO VALUE "N".

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

      *    Lote e validade do item de produto com controle de lote
       01  LOTE-NUMERO-ITEM PIC X(10).
       01  VALIDADE-ITEM PIC 9(8).
       01  VALIDADE-ITEM-DESMONTADA REDEFINES VALIDADE-ITEM.
           05 VALIDADE-ITEM-ANO PIC 9(4).
           05 VALIDADE-ITEM-MES PIC 99.
           05 VALIDADE-ITEM-DIA PIC 99.

       01  LOTE-VALIDACAO-FLAG PIC X VALUE "N".
           88 LOTE-APTO VALUE "S".
           88 LOTE-NAO-APTO VALUE "N".

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

      *    Conferencia da nota contra o pedido de compra
       01  PEDIDO-COMPRA-FLAG PIC X VALUE "N".
           88 NOTA-COM-PEDIDO-COMPRA VALUE "S".
           88 NOTA-SEM-PEDIDO-COMPRA VALUE "N".

       01  PEDIDO-COMPRA-VALIDACAO-FLAG PIC X VALUE "S".
           88 PEDIDO-COMPRA-APTO VALUE "S".
           88 PEDIDO-COMPRA-NAO-APTO VALUE "N".

       01  DIVERGENCIA-FLAG PIC X VALUE "N".
           88 ITEM-DIVERGE-DO-PEDIDO VALUE "S".
           88 ITEM-CONFERE-COM-PEDIDO VALUE "N".

       01  INDICE-ITEM-COMPRA PIC 9(2).
       01  POSICAO-ITEM-COMPRA PIC 9(2).
       01  QTDE-PENDENTE-NO-PEDIDO PIC 9(6).
       01  QTDE-DIFERENCA PIC 9(6).
       01  QTDE-ITENS-FECHADOS PIC 9(2).
       01  QTDE-ITENS-COM-ENTRADA PIC 9(2).
       01  RESPOSTA-CONFIRMACAO PIC X.
       01  TOTAL-DIVERGENCIAS PIC 9(6) VALUE 0.

      *    Titulo a pagar da nota: vencimento = emissao + prazo do
      *    fornecedor, na conta de mes comercial de 30 dias
       01  DATA-EMISSAO-NOTA PIC 9(8).
       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.
       01  DIAS-SOMADOS PIC 9(4).
       01  ULTIMO-DIA-DO-VENCTO PIC 99.
       01  QUOCIENTE-DO-ANO PIC 9(4).
       01  RESTO-DO-ANO PIC 9.
       01  VALOR-DA-NOTA PIC 9(8)V99.
       01  VALOR-DO-ITEM PIC 9(8)V99.
       01  NUMERO-CPAGAR-TIRADO PIC 9(6).
       01  TOTAL-TITULOS-ABERTOS PIC 9(6) VALUE 0.

       01  TOTAL-ITENS-RECEBIDOS PIC 9(6) VALUE 0.
       01  TOTAL-QTDE-RECEBIDA PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           END-IF.

           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN I-O ARQUIVO-PEDIDO-COMPRA.
           OPEN I-O ARQUIVO-CONTAS-PAGAR.
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.

           MOVE "S" TO RESPOSTA.
           DISPLAY "ITENS RECEBIDOS NESTA EXECUCAO: "
               TOTAL-ITENS-RECEBIDOS.
           DISPLAY "QUANTIDADE TOTAL RECEBIDA: " TOTAL-QTDE-RECEBIDA.
           IF TOTAL-DIVERGENCIAS > 0
               DISPLAY "ITENS LANCADOS COM DIVERGENCIA DO PEDIDO DE "
                   "COMPRA: " TOTAL-DIVERGENCIAS
           END-IF.
           DISPLAY "TITULOS ABERTOS EM CONTAS A PAGAR: "
               TOTAL-TITULOS-ABERTOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FORNECEDOR.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-PEDIDO-COMPRA.
           CLOSE ARQUIVO-CONTAS-PAGAR.
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
               DISPLAY "NOTA NAO PODE FICAR EM BRANCO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               SET FILIAL-NAO-APTA TO TRUE
               PERFORM ACEITA-FORNECEDOR-DA-NOTA
               IF FORNECEDOR-APTO
                   PERFORM ACEITA-PEDIDO-COMPRA-DA-NOTA
               END-IF
               IF FORNECEDOR-APTO AND PEDIDO-COMPRA-APTO
                   PERFORM ACEITA-FILIAL-DA-NOTA
               END-IF
               IF FORNECEDOR-APTO AND PEDIDO-COMPRA-APTO
                   AND FILIAL-APTA
                   PERFORM ACEITA-EMISSAO-DA-NOTA
                   MOVE ZEROS TO VALOR-DA-NOTA
                   MOVE "S" TO RESPOSTA-ITEM
                   PERFORM RECEBE-ITEM-DA-NOTA
                       UNTIL RESPOSTA-ITEM = "N"
                   IF NOTA-COM-PEDIDO-COMPRA
                       PERFORM ATUALIZA-SITUACAO-PEDIDO-COMPRA
                   END-IF
                   IF VALOR-DA-NOTA > 0
                       PERFORM ABRE-TITULO-A-PAGAR
                   END-IF
               ELSE
                   DISPLAY "NOTA " NOTA-FORNECEDOR " NAO RECEBIDA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

           DISPLAY "Deseja receber outra nota? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-FORNECEDOR-DA-NOTA.
      *    A nota so entra com fornecedor cadastrado e Ativo
           SET FORNECEDOR-NAO-APTO TO TRUE.
           DISPLAY "Codigo do Fornecedor da Nota:".
           ACCEPT CODIGO-FORNECEDOR-NOTA.
           MOVE CODIGO-FORNECEDOR-NOTA TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR " CODIGO-FORNECEDOR-NOTA
                       " NAO CONSTA NO CADASTRO DE FORNECEDORES"
               NOT INVALID KEY
                   IF FORNECEDOR-ATIVO
                       SET FORNECEDOR-APTO TO TRUE
                       DISPLAY "FORNECEDOR: " FORNECEDOR-NOME
                   ELSE
                       DISPLAY "FORNECEDOR " CODIGO-FORNECEDOR-NOTA
                           " INATIVO NO CADASTRO"
                   END-IF
           END-READ.

       ACEITA-FILIAL-DA-NOTA.
      *    A mercadoria entra no estoque da filial que a recebeu
           DISPLAY "Filial que Recebe a Mercadoria:".
           ACCEPT FILIAL-DA-NOTA.
           MOVE FILIAL-DA-NOTA TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-DA-NOTA
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-DA-NOTA
                           " INATIVA NO CADASTRO"
                   END-IF
           END-READ.

       ACEITA-EMISSAO-DA-NOTA.
           DISPLAY "Data de Emissao da Nota (AAAAMMDD, 0 = hoje):".
           ACCEPT DATA-EMISSAO-NOTA.
           IF DATA-EMISSAO-NOTA = 0
               MOVE DATA-EXECUCAO TO DATA-EMISSAO-NOTA
           END-IF.

       ABRE-TITULO-A-PAGAR.
      *    1 titulo por nota, com o valor dos itens efetivamente
      *    lancados no estoque
           PERFORM CALCULA-VENCIMENTO-DO-TITULO.
           PERFORM OBTEM-NUMERO-DO-TITULO.
           MOVE SPACE TO CPAGAR-REGISTRO.
           MOVE NUMERO-CPAGAR-TIRADO TO CPAGAR-NUMERO.
           MOVE CODIGO-FORNECEDOR-NOTA TO CPAGAR-FORNECEDOR.
           MOVE NOTA-FORNECEDOR TO CPAGAR-NOTA.
           MOVE NUMERO-PEDIDO-COMPRA-NOTA TO CPAGAR-PEDIDO-COMPRA.
           MOVE DATA-EMISSAO-NOTA TO CPAGAR-DATA-EMISSAO.
           MOVE DATA-VENCIMENTO-DESMONTADA TO CPAGAR-DATA-VENCIMENTO.
           MOVE VALOR-DA-NOTA TO CPAGAR-VALOR.
           MOVE VALOR-DA-NOTA TO CPAGAR-SALDO.
           SET CPAGAR-EM-ABERTO TO TRUE.
           MOVE ZEROS TO CPAGAR-DATA-PAGAMENTO.
           MOVE OPERADOR-ID TO CPAGAR-OPERADOR.
           WRITE CPAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR O TITULO A PAGAR DA NOTA "
                       NOTA-FORNECEDOR
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TITULOS-ABERTOS
                   DISPLAY "TITULO A PAGAR " CPAGAR-NUMERO
                       " VALOR " CPAGAR-VALOR
                       " VENCIMENTO " CPAGAR-DATA-VENCIMENTO
           END-WRITE.

       CALCULA-VENCIMENTO-DO-TITULO.
      *    Emissao + prazo, na mesma conta de mes comercial de 30
      *    dias do retorno de ferias do PROG150
           MOVE DATA-EMISSAO-NOTA TO DATA-VENCIMENTO-DESMONTADA.
           COMPUTE DIAS-SOMADOS = VENCTO-DD
               + FORNECEDOR-PRAZO-PAGAMENTO.
           PERFORM AVANCA-MES-DO-VENCIMENTO
               UNTIL DIAS-SOMADOS <= 30.
           MOVE DIAS-SOMADOS TO VENCTO-DD.
           PERFORM LIMITA-AO-ULTIMO-DIA-DO-MES.

       AVANCA-MES-DO-VENCIMENTO.
           SUBTRACT 30 FROM DIAS-SOMADOS.
           IF VENCTO-MM = 12
               MOVE 1 TO VENCTO-MM
               ADD 1 TO VENCTO-AA
           ELSE
               ADD 1 TO VENCTO-MM
           END-IF.

       LIMITA-AO-ULTIMO-DIA-DO-MES.
      *    Dia alem do fim do mes vence no ultimo dia do mes (o mesmo
      *    calendario do PROG207)
           EVALUATE VENCTO-MM
               WHEN 2
                   DIVIDE VENCTO-AA BY 4 GIVING QUOCIENTE-DO-ANO
                       REMAINDER RESTO-DO-ANO
                   IF RESTO-DO-ANO = 0
                       MOVE 29 TO ULTIMO-DIA-DO-VENCTO
                   ELSE
                       MOVE 28 TO ULTIMO-DIA-DO-VENCTO
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ULTIMO-DIA-DO-VENCTO
               WHEN OTHER
                   MOVE 31 TO ULTIMO-DIA-DO-VENCTO
           END-EVALUATE.
           IF VENCTO-DD > ULTIMO-DIA-DO-VENCTO
               MOVE ULTIMO-DIA-DO-VENCTO TO VENCTO-DD
           END-IF.

       OBTEM-NUMERO-DO-TITULO.
      *    A mesma tomada de numero do PROG67, na serie CPAGAR; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "CPAGAR" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "CPAGAR" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE CPAGAR"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-CPAGAR-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE CPAGAR"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       ACEITA-PEDIDO-COMPRA-DA-NOTA.
      *    Zero = nota sem pedido; pedido informado tem que ser do
      *    mesmo fornecedor e estar Aberto ou Parcial
           SET NOTA-SEM-PEDIDO-COMPRA TO TRUE.
           SET PEDIDO-COMPRA-APTO TO TRUE.
           DISPLAY "Numero do Pedido de Compra (0 = nota sem pedido):".
           ACCEPT NUMERO-PEDIDO-COMPRA-NOTA.
           IF NUMERO-PEDIDO-COMPRA-NOTA NOT = 0
               MOVE NUMERO-PEDIDO-COMPRA-NOTA TO PEDCOMPRA-NUMERO
               READ ARQUIVO-PEDIDO-COMPRA
                   INVALID KEY
                       DISPLAY "PEDIDO DE COMPRA "
                           NUMERO-PEDIDO-COMPRA-NOTA " NAO ENCONTRADO"
                       SET PEDIDO-COMPRA-NAO-APTO TO TRUE
                   NOT INVALID KEY
                       PERFORM CONFERE-PEDIDO-COMPRA-DA-NOTA
               END-READ
           END-IF.

       CONFERE-PEDIDO-COMPRA-DA-NOTA.
           IF PEDCOMPRA-FORNECEDOR NOT = CODIGO-FORNECEDOR-NOTA
               DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                   " E DE OUTRO FORNECEDOR (" PEDCOMPRA-FORNECEDOR ")"
               SET PEDIDO-COMPRA-NAO-APTO TO TRUE
           ELSE
               IF PEDCOMPRA-ABERTO OR PEDCOMPRA-PARCIAL
                   SET NOTA-COM-PEDIDO-COMPRA TO TRUE
               ELSE
                   DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                       " JA RECEBIDO OU CANCELADO"
                   SET PEDIDO-COMPRA-NAO-APTO TO TRUE
               END-IF
           END-IF.

       RECEBE-ITEM-DA-NOTA.
      *    Repete a pergunta ate o operador informar um produto que
      *    exista no cadastro, no mesmo padrao do PROG63
           ELSE
               DISPLAY "Custo Unitario da Compra:"
               ACCEPT CUSTO-UNITARIO-INFORMADO
               IF PRODUTO-COM-LOTE
                   SET LOTE-NAO-APTO TO TRUE
                   PERFORM ACEITA-LOTE-DO-ITEM UNTIL LOTE-APTO
               END-IF
               MOVE "S" TO RESPOSTA-CONFIRMACAO
               SET ITEM-CONFERE-COM-PEDIDO TO TRUE
               IF NOTA-COM-PEDIDO-COMPRA
                   PERFORM CONFERE-ITEM-COM-PEDIDO-COMPRA
               END-IF
               IF RESPOSTA-CONFIRMACAO = "S"
                   PERFORM LANCA-ENTRADA-NO-ESTOQUE
               ELSE
                   DISPLAY "ITEM NAO LANCADO"
               END-IF
           END-IF.

           DISPLAY "Deseja lancar outro item desta nota? (S/N)".
           ACCEPT RESPOSTA-ITEM.

       ACEITA-LOTE-DO-ITEM.
      *    Produto perecivel nao entra sem lote nem com validade
      *    invalida ou ja vencida
           DISPLAY "Numero do Lote:".
           ACCEPT LOTE-NUMERO-ITEM.
           DISPLAY "Validade do Lote (AAAAMMDD):".
           ACCEPT VALIDADE-ITEM.
           IF LOTE-NUMERO-ITEM = SPACES
               DISPLAY "PRODUTO COM CONTROLE DE LOTE - INFORME O LOTE"
           ELSE
               IF VALIDADE-ITEM-MES < 1 OR VALIDADE-ITEM-MES > 12
                   OR VALIDADE-ITEM-DIA < 1 OR VALIDADE-ITEM-DIA > 31
                   DISPLAY "VALIDADE INVALIDA"
               ELSE
                   IF VALIDADE-ITEM < DATA-EXECUCAO
                       DISPLAY "LOTE " LOTE-NUMERO-ITEM
                           " JA VENCIDO EM " VALIDADE-ITEM
                   ELSE
                       SET LOTE-APTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       CONFERE-ITEM-COM-PEDIDO-COMPRA.
      *    Fora do pedido, acima do que falta receber ou com custo
      *    diferente do combinado: mostra a divergencia e pede
      *    confirmacao; abaixo do pedido so avisa o que fica pendente
           MOVE 0 TO POSICAO-ITEM-COMPRA.
           PERFORM PROCURA-ITEM-NO-PEDIDO-COMPRA
               VARYING INDICE-ITEM-COMPRA FROM 1 BY 1
               UNTIL INDICE-ITEM-COMPRA > PEDCOMPRA-QTDE-ITENS
               OR POSICAO-ITEM-COMPRA > 0.
           IF POSICAO-ITEM-COMPRA = 0
               DISPLAY "DIVERGENCIA: PRODUTO " PRODUTO-CODIGO
                   " NAO CONSTA NO PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
               SET ITEM-DIVERGE-DO-PEDIDO TO TRUE
           ELSE
               PERFORM CONFERE-QTDE-E-CUSTO-DO-ITEM
           END-IF.
           IF ITEM-DIVERGE-DO-PEDIDO
               DISPLAY "Confirma a entrada mesmo assim? (S/N)"
               ACCEPT RESPOSTA-CONFIRMACAO
           END-IF.

       PROCURA-ITEM-NO-PEDIDO-COMPRA.
           IF PEDCOMPRA-ITEM-PRODUTO(INDICE-ITEM-COMPRA)
               = PRODUTO-CODIGO
               MOVE INDICE-ITEM-COMPRA TO POSICAO-ITEM-COMPRA
           END-IF.

       CONFERE-QTDE-E-CUSTO-DO-ITEM.
           IF PEDCOMPRA-ITEM-QTDE(POSICAO-ITEM-COMPRA)
               > PEDCOMPRA-ITEM-QTDE-RECEBIDA(POSICAO-ITEM-COMPRA)
               COMPUTE QTDE-PENDENTE-NO-PEDIDO =
                   PEDCOMPRA-ITEM-QTDE(POSICAO-ITEM-COMPRA)
                   - PEDCOMPRA-ITEM-QTDE-RECEBIDA(POSICAO-ITEM-COMPRA)
           ELSE
               MOVE 0 TO QTDE-PENDENTE-NO-PEDIDO
           END-IF.
           IF QTDE-RECEBIDA > QTDE-PENDENTE-NO-PEDIDO
               COMPUTE QTDE-DIFERENCA = QTDE-RECEBIDA
                   - QTDE-PENDENTE-NO-PEDIDO
               DISPLAY "DIVERGENCIA: QUANTIDADE " QTDE-DIFERENCA
                   " ACIMA DO QUE FALTA RECEBER ("
                   QTDE-PENDENTE-NO-PEDIDO ")"
               SET ITEM-DIVERGE-DO-PEDIDO TO TRUE
           END-IF.
           IF QTDE-RECEBIDA < QTDE-PENDENTE-NO-PEDIDO
               COMPUTE QTDE-DIFERENCA = QTDE-PENDENTE-NO-PEDIDO
                   - QTDE-RECEBIDA
               DISPLAY "AVISO: QUANTIDADE ABAIXO DO PEDIDO - FICAM "
                   QTDE-DIFERENCA " PENDENTES"
           END-IF.
           IF CUSTO-UNITARIO-INFORMADO
               NOT = PEDCOMPRA-ITEM-CUSTO(POSICAO-ITEM-COMPRA)
               DISPLAY "DIVERGENCIA: CUSTO DA NOTA "
                   CUSTO-UNITARIO-INFORMADO " X CUSTO DO PEDIDO "
                   PEDCOMPRA-ITEM-CUSTO(POSICAO-ITEM-COMPRA)
               SET ITEM-DIVERGE-DO-PEDIDO TO TRUE
           END-IF.

       SOMA-RECEBIDO-NO-PEDIDO-COMPRA.
           IF POSICAO-ITEM-COMPRA > 0
               ADD QTDE-RECEBIDA
                   TO PEDCOMPRA-ITEM-QTDE-RECEBIDA(POSICAO-ITEM-COMPRA)
           END-IF.
           IF ITEM-DIVERGE-DO-PEDIDO
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.

       ATUALIZA-SITUACAO-PEDIDO-COMPRA.
      *    Todos os itens fechados = Recebido; alguma entrada =
      *    Parcial; nenhuma entrada deixa o pedido como estava
           MOVE 0 TO QTDE-ITENS-FECHADOS.
           MOVE 0 TO QTDE-ITENS-COM-ENTRADA.
           PERFORM CONTA-ITEM-RECEBIDO
               VARYING INDICE-ITEM-COMPRA FROM 1 BY 1
               UNTIL INDICE-ITEM-COMPRA > PEDCOMPRA-QTDE-ITENS.
           IF QTDE-ITENS-FECHADOS = PEDCOMPRA-QTDE-ITENS
               SET PEDCOMPRA-RECEBIDO TO TRUE
           ELSE
               IF QTDE-ITENS-COM-ENTRADA > 0
                   SET PEDCOMPRA-PARCIAL TO TRUE
               END-IF
           END-IF.
           REWRITE PEDCOMPRA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PEDIDO DE COMPRA "
                       PEDCOMPRA-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                       " SITUACAO: " PEDCOMPRA-SITUACAO
           END-REWRITE.

       CONTA-ITEM-RECEBIDO.
           IF PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM-COMPRA)
               >= PEDCOMPRA-ITEM-QTDE(INDICE-ITEM-COMPRA)
               ADD 1 TO QTDE-ITENS-FECHADOS
           END-IF.
           IF PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM-COMPRA) > 0
               ADD 1 TO QTDE-ITENS-COM-ENTRADA
           END-IF.

       ACEITA-PRODUTO-DO-RECEBIMENTO.
           DISPLAY "Codigo do Produto Recebido:".
           ACCEPT CODIGO-PRODUTO-ITEM.
           END-READ.

       LANCA-ENTRADA-NO-ESTOQUE.
      *    Soma no saldo, refaz o custo medio e anexa o movimento de
      *    Entrada ao razao com a nota do fornecedor no documento
           MOVE PRODUTO-SALDO-ESTOQUE TO SALDO-ANTES-DA-ENTRADA.
           ADD QTDE-RECEBIDA TO PRODUTO-SALDO-ESTOQUE.
           PERFORM CALCULA-CUSTO-MEDIO.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PRODUTO "
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-ENTRADA
                   PERFORM LANCA-ENTRADA-NA-FILIAL
                   IF PRODUTO-COM-LOTE
                       PERFORM LANCA-ENTRADA-NO-LOTE
                   END-IF
                   IF NOTA-COM-PEDIDO-COMPRA
                       PERFORM SOMA-RECEBIDO-NO-PEDIDO-COMPRA
                   END-IF
                   ADD 1 TO TOTAL-ITENS-RECEBIDOS
                   ADD QTDE-RECEBIDA TO TOTAL-QTDE-RECEBIDA
                   COMPUTE VALOR-DO-ITEM = QTDE-RECEBIDA
                       * CUSTO-UNITARIO-INFORMADO
                   ADD VALOR-DO-ITEM TO VALOR-DA-NOTA
                   DISPLAY "ENTRADA LANCADA - SALDO NOVO: "
                       PRODUTO-SALDO-ESTOQUE
           END-REWRITE.

       LANCA-ENTRADA-NA-FILIAL.
           MOVE "E" TO MOVFIL-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE FILIAL-DA-NOTA TO MOVFIL-FILIAL.
           MOVE QTDE-RECEBIDA TO MOVFIL-QTDE.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO AO LANCAR A ENTRADA NO ESTOQUE DA FILIAL "
                   FILIAL-DA-NOTA
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "SALDO NA FILIAL " FILIAL-DA-NOTA ": "
                   MOVFIL-SALDO
           END-IF.

       LANCA-ENTRADA-NO-LOTE.
           MOVE "E" TO MOVLOTE-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVLOTE-PRODUTO.
           MOVE FILIAL-DA-NOTA TO MOVLOTE-FILIAL.
           MOVE LOTE-NUMERO-ITEM TO MOVLOTE-LOTE.
           MOVE VALIDADE-ITEM TO MOVLOTE-VALIDADE.
           MOVE ZEROS TO MOVLOTE-PEDIDO.
           MOVE ZEROS TO MOVLOTE-LINHA.
           MOVE QTDE-RECEBIDA TO MOVLOTE-QTDE.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO AO LANCAR A ENTRADA NO LOTE "
                   LOTE-NUMERO-ITEM
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "LOTE " LOTE-NUMERO-ITEM " VALIDADE "
                   VALIDADE-ITEM " LANCADO"
           END-IF.

       CALCULA-CUSTO-MEDIO.
      *    Media ponderada: (saldo anterior x custo medio anterior +
      *    quantidade recebida x custo da nota) / saldo novo. Sem
      *    saldo anterior o custo medio e o custo da nota
           IF SALDO-ANTES-DA-ENTRADA = 0
               OR PRODUTO-SALDO-ESTOQUE = 0
               MOVE CUSTO-UNITARIO-INFORMADO TO PRODUTO-CUSTO-UNITARIO
           ELSE
               COMPUTE VALOR-DO-ESTOQUE-ANTERIOR =
                   SALDO-ANTES-DA-ENTRADA * PRODUTO-CUSTO-UNITARIO
               COMPUTE PRODUTO-CUSTO-UNITARIO ROUNDED =
                   (VALOR-DO-ESTOQUE-ANTERIOR
                   + QTDE-RECEBIDA * CUSTO-UNITARIO-INFORMADO)
                   / PRODUTO-SALDO-ESTOQUE
           END-IF.
           DISPLAY "CUSTO MEDIO DO PRODUTO: " PRODUTO-CUSTO-UNITARIO.

       GRAVA-MOVIMENTO-ENTRADA.
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           MOVE QTDE-RECEBIDA TO MOVESTQ-QTDE.
           MOVE NOTA-FORNECEDOR TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE CODIGO-FORNECEDOR-NOTA TO MOVESTQ-FORNECEDOR.
           MOVE CUSTO-UNITARIO-INFORMADO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE FILIAL-DA-NOTA TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       GRAVA-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG169.
      *    Programa de Emissao de Pedidos de Compra
      *    A sugestao do ponto de reposicao (PROG119) era redigitada
      *    num email pro fornecedor. Este programa grava o pedido de
      *    compra em pedidos_compra.dat, numerado pela serie PEDCOMPRA
      *    do controle de numeracao (mesma tomada de numero do
      *    PROG67), e imprime o pedido pro fornecedor no padrao de
      *    pagina do romaneio do PROG123. Na opcao (S)ugestoes o
      *    operador escolhe o fornecedor e passa pelas linhas de
      *    sugestoes_compra.dat gravadas pelo PROG119, aceitando,
      *    ajustando ou pulando cada uma; na (D)igitacao informa os
      *    itens a mao. (I)mprimir reimprime um pedido e (C)ancelar
      *    encerra o que ainda falta receber de um pedido Aberto ou
      *    Parcial. O fornecedor tem que estar Ativo no cadastro do
      *    PROG168 e o produto tem que existir em produtos.dat. O
      *    recebimento confere a nota contra o pedido no PROG116.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDCOMPRA.cob".
           COPY "SELFORNECEDOR.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELSUGCOMPRA.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDCOMPRA.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDSUGCOMPRA.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDCOMPRA-FILE-STATUS PIC X(2).
       01  FORNECEDOR-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FINAL-SUGESTOES PIC X.

       01  RESPOSTA PIC X.
       01  RESPOSTA-ITEM PIC X.
       01  OPERACAO PIC X.
       01  OPERADOR-ID PIC X(10).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  NUMERO-INFORMADO PIC 9(6).
       01  CODIGO-FORNECEDOR-INFORMADO PIC 9(6).
       01  CODIGO-PRODUTO-INFORMADO PIC 9(4).
       01  QTDE-INFORMADA PIC 9(6).
       01  CUSTO-INFORMADO PIC 9(5)V99.
       01  NUMERO-PEDCOMPRA-TIRADO PIC 9(6).
       01  INDICE-ITEM PIC 9(2).
       01  MAX-ITENS-PEDCOMPRA PIC 9(2) VALUE 20.
       01  VALOR-DO-ITEM PIC 9(8)V99.
       01  QTDE-A-RECEBER PIC 9(6).
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  FORNECEDOR-VALIDACAO-FLAG PIC X VALUE "N".
           88 FORNECEDOR-APTO VALUE "S".
           88 FORNECEDOR-NAO-APTO VALUE "N".

       01  PRODUTO-VALIDACAO-FLAG PIC X VALUE "N".
           88 PRODUTO-APTO VALUE "S".
           88 PRODUTO-NAO-APTO VALUE "N".

       01  TOTAL-PEDIDOS-GRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-PEDIDOS-CANCELADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PEDCOM".

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
                   "INATIVO - PEDIDOS DE COMPRA ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PEDIDO-COMPRA.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           OPEN INPUT ARQUIVO-PRODUTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-PEDIDOS-DE-COMPRA UNTIL RESPOSTA = "N".

           DISPLAY "PEDIDOS DE COMPRA GRAVADOS NESTA EXECUCAO: "
               TOTAL-PEDIDOS-GRAVADOS.
           DISPLAY "PEDIDOS DE COMPRA CANCELADOS NESTA EXECUCAO: "
               TOTAL-PEDIDOS-CANCELADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PEDIDO-COMPRA.
           CLOSE ARQUIVO-FORNECEDOR.
           CLOSE ARQUIVO-PRODUTO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-PEDIDOS-DE-COMPRA.
           DISPLAY "-------------"
           DISPLAY "(S)ugestoes (D)igitar (I)mprimir (C)ancelar "
               "Pedido de Compra?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "S"
                   PERFORM GERA-PEDIDO-DAS-SUGESTOES
               WHEN "D"
                   PERFORM DIGITA-PEDIDO-DE-COMPRA
               WHEN "I"
                   PERFORM REIMPRIME-PEDIDO-DE-COMPRA
               WHEN "C"
                   PERFORM CANCELA-PEDIDO-DE-COMPRA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar nos pedidos de compra? (S/N)".
           ACCEPT RESPOSTA.

       INICIA-NOVO-PEDIDO.
           MOVE SPACE TO PEDCOMPRA-REGISTRO.
           MOVE ZEROS TO PEDCOMPRA-QTDE-ITENS.
           MOVE ZEROS TO PEDCOMPRA-VALOR-TOTAL.
           MOVE CODIGO-FORNECEDOR-INFORMADO TO PEDCOMPRA-FORNECEDOR.
           MOVE DATA-EXECUCAO TO PEDCOMPRA-DATA-EMISSAO.
           SET PEDCOMPRA-ABERTO TO TRUE.
           MOVE OPERADOR-ID TO PEDCOMPRA-OPERADOR.

       ACEITA-FORNECEDOR-DO-PEDIDO.
      *    So fornecedor cadastrado e Ativo recebe pedido
           SET FORNECEDOR-NAO-APTO TO TRUE.
           DISPLAY "Codigo do Fornecedor:".
           ACCEPT CODIGO-FORNECEDOR-INFORMADO.
           MOVE CODIGO-FORNECEDOR-INFORMADO TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR " CODIGO-FORNECEDOR-INFORMADO
                       " NAO CONSTA NO CADASTRO DE FORNECEDORES"
               NOT INVALID KEY
                   IF FORNECEDOR-ATIVO
                       SET FORNECEDOR-APTO TO TRUE
                       DISPLAY "FORNECEDOR: " FORNECEDOR-NOME
                   ELSE
                       DISPLAY "FORNECEDOR "
                           CODIGO-FORNECEDOR-INFORMADO
                           " INATIVO NO CADASTRO"
                   END-IF
           END-READ.

       GERA-PEDIDO-DAS-SUGESTOES.
      *    Passa pelas linhas da ultima rodada do PROG119; cada uma
      *    pode entrar como sugerida, com outra quantidade/custo, ou
      *    ficar de fora (pra outro fornecedor)
           PERFORM ACEITA-FORNECEDOR-DO-PEDIDO.
           IF FORNECEDOR-NAO-APTO
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM INICIA-NOVO-PEDIDO
               SET PEDCOMPRA-DA-SUGESTAO TO TRUE
               OPEN INPUT ARQUIVO-SUGESTAO-COMPRA
               MOVE "N" TO FINAL-SUGESTOES
               PERFORM LER-PROXIMA-SUGESTAO
               PERFORM AVALIA-SUGESTAO UNTIL FINAL-SUGESTOES = "S"
               CLOSE ARQUIVO-SUGESTAO-COMPRA
               PERFORM GRAVA-PEDIDO-DE-COMPRA
           END-IF.

       LER-PROXIMA-SUGESTAO.
           READ ARQUIVO-SUGESTAO-COMPRA NEXT RECORD
               AT END MOVE "S" TO FINAL-SUGESTOES.

       AVALIA-SUGESTAO.
           IF PEDCOMPRA-QTDE-ITENS >= MAX-ITENS-PEDCOMPRA
               DISPLAY "PEDIDO COM " MAX-ITENS-PEDCOMPRA
                   " ITENS - AS DEMAIS SUGESTOES FICAM PRA OUTRO "
                   "PEDIDO"
               MOVE "S" TO FINAL-SUGESTOES
           ELSE
               MOVE SUGCOMPRA-PRODUTO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO PRODUTO-DESCRICAO
               END-READ
               DISPLAY "PRODUTO " SUGCOMPRA-PRODUTO " "
                   PRODUTO-DESCRICAO " SUGERIDO: " SUGCOMPRA-QTDE
                   " CUSTO: " SUGCOMPRA-CUSTO
               DISPLAY "Incluir neste pedido? (S/N)"
               ACCEPT RESPOSTA-ITEM
               IF RESPOSTA-ITEM = "S"
                   DISPLAY "Quantidade (0 = a sugerida):"
                   ACCEPT QTDE-INFORMADA
                   IF QTDE-INFORMADA = 0
                       MOVE SUGCOMPRA-QTDE TO QTDE-INFORMADA
                   END-IF
                   DISPLAY "Custo Combinado (0 = o sugerido):"
                   ACCEPT CUSTO-INFORMADO
                   IF CUSTO-INFORMADO = 0
                       MOVE SUGCOMPRA-CUSTO TO CUSTO-INFORMADO
                   END-IF
                   MOVE SUGCOMPRA-PRODUTO TO CODIGO-PRODUTO-INFORMADO
                   PERFORM INCLUI-ITEM-NO-PEDIDO
               END-IF
               PERFORM LER-PROXIMA-SUGESTAO
           END-IF.

       DIGITA-PEDIDO-DE-COMPRA.
           PERFORM ACEITA-FORNECEDOR-DO-PEDIDO.
           IF FORNECEDOR-NAO-APTO
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM INICIA-NOVO-PEDIDO
               SET PEDCOMPRA-DIGITADO TO TRUE
               MOVE "S" TO RESPOSTA-ITEM
               PERFORM DIGITA-ITEM-DO-PEDIDO
                   UNTIL RESPOSTA-ITEM = "N"
               PERFORM GRAVA-PEDIDO-DE-COMPRA
           END-IF.

       DIGITA-ITEM-DO-PEDIDO.
           SET PRODUTO-NAO-APTO TO TRUE.
           PERFORM ACEITA-PRODUTO-DO-PEDIDO UNTIL PRODUTO-APTO.
           DISPLAY "Quantidade:".
           ACCEPT QTDE-INFORMADA.
           DISPLAY "Custo Combinado (0 = ultimo custo "
               PRODUTO-CUSTO-UNITARIO "):".
           ACCEPT CUSTO-INFORMADO.
           IF CUSTO-INFORMADO = 0
               MOVE PRODUTO-CUSTO-UNITARIO TO CUSTO-INFORMADO
           END-IF.
           IF QTDE-INFORMADA = 0
               DISPLAY "QUANTIDADE ZERADA, ITEM NAO INCLUIDO"
           ELSE
               PERFORM INCLUI-ITEM-NO-PEDIDO
           END-IF.
           IF PEDCOMPRA-QTDE-ITENS >= MAX-ITENS-PEDCOMPRA
               DISPLAY "PEDIDO COMPLETO COM " MAX-ITENS-PEDCOMPRA
                   " ITENS"
               MOVE "N" TO RESPOSTA-ITEM
           ELSE
               DISPLAY "Deseja incluir outro item? (S/N)"
               ACCEPT RESPOSTA-ITEM
           END-IF.

       ACEITA-PRODUTO-DO-PEDIDO.
           DISPLAY "Codigo do Produto:".
           ACCEPT CODIGO-PRODUTO-INFORMADO.
           MOVE CODIGO-PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " CODIGO-PRODUTO-INFORMADO
                       " NAO CONSTA NO CADASTRO DE PRODUTOS"
               NOT INVALID KEY
                   SET PRODUTO-APTO TO TRUE
                   DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
           END-READ.

       INCLUI-ITEM-NO-PEDIDO.
           ADD 1 TO PEDCOMPRA-QTDE-ITENS.
           MOVE PEDCOMPRA-QTDE-ITENS TO INDICE-ITEM.
           MOVE CODIGO-PRODUTO-INFORMADO
               TO PEDCOMPRA-ITEM-PRODUTO(INDICE-ITEM).
           MOVE QTDE-INFORMADA TO PEDCOMPRA-ITEM-QTDE(INDICE-ITEM).
           MOVE CUSTO-INFORMADO TO PEDCOMPRA-ITEM-CUSTO(INDICE-ITEM).
           MOVE ZEROS TO PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM).
           COMPUTE VALOR-DO-ITEM = QTDE-INFORMADA * CUSTO-INFORMADO.
           ADD VALOR-DO-ITEM TO PEDCOMPRA-VALOR-TOTAL.

       GRAVA-PEDIDO-DE-COMPRA.
      *    O numero so e tirado quando ha item a gravar, pra serie
      *    nao ficar com buraco de pedido vazio
           IF PEDCOMPRA-QTDE-ITENS = 0
               DISPLAY "NENHUM ITEM INCLUIDO, PEDIDO NAO GRAVADO"
           ELSE
               PERFORM OBTEM-NUMERO-DO-PEDIDO-COMPRA
               MOVE NUMERO-PEDCOMPRA-TIRADO TO PEDCOMPRA-NUMERO
               WRITE PEDCOMPRA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O PEDIDO DE COMPRA "
                           PEDCOMPRA-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-PEDIDOS-GRAVADOS
                       DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                           " GRAVADO"
                       PERFORM IMPRIME-PEDIDO-DE-COMPRA
               END-WRITE
           END-IF.

       OBTEM-NUMERO-DO-PEDIDO-COMPRA.
      *    A mesma tomada de numero do PROG67, na serie PEDCOMPRA; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "PEDCOMPRA" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "PEDCOMPRA" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE PEDCOMPRA"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-PEDCOMPRA-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE PEDCOMPRA"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       REIMPRIME-PEDIDO-DE-COMPRA.
           DISPLAY "Informe o Numero do Pedido de Compra:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO PEDCOMPRA-NUMERO.
           READ ARQUIVO-PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM IMPRIME-PEDIDO-DE-COMPRA
           END-READ.

       CANCELA-PEDIDO-DE-COMPRA.
      *    So o que ainda falta receber e cancelado: o que ja entrou
      *    continua registrado nos itens
           DISPLAY "Informe o Numero do Pedido de Compra a Cancelar:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO PEDCOMPRA-NUMERO.
           READ ARQUIVO-PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-CANCELAMENTO
           END-READ.

       GRAVA-CANCELAMENTO.
           IF PEDCOMPRA-ABERTO OR PEDCOMPRA-PARCIAL
               SET PEDCOMPRA-CANCELADO TO TRUE
               REWRITE PEDCOMPRA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO CANCELAR O PEDIDO DE COMPRA "
                           PEDCOMPRA-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-PEDIDOS-CANCELADOS
                       DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                           " CANCELADO"
               END-REWRITE
           ELSE
               DISPLAY "PEDIDO DE COMPRA " PEDCOMPRA-NUMERO
                   " JA RECEBIDO OU CANCELADO"
           END-IF.

       IMPRIME-PEDIDO-DE-COMPRA.
      *    1 pagina por pedido, no padrao do romaneio do PROG123
           MOVE PEDCOMPRA-FORNECEDOR TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO FORNECEDOR-NOME
                   MOVE SPACES TO FORNECEDOR-ENDERECO
                   MOVE ZEROS TO FORNECEDOR-CNPJ
                   MOVE ZEROS TO FORNECEDOR-PRAZO-PAGAMENTO
           END-READ.

           ADD 1 TO NUMERO-PAGINA.
           DISPLAY " ".
           DISPLAY "PEDIDO DE COMPRA - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDO: " PEDCOMPRA-NUMERO
               " EMISSAO: " PEDCOMPRA-DATA-EMISSAO
               " SITUACAO: " PEDCOMPRA-SITUACAO.
           DISPLAY "FORNECEDOR: " PEDCOMPRA-FORNECEDOR " "
               FORNECEDOR-NOME " CNPJ " FORNECEDOR-CNPJ.
           DISPLAY "            " FORNECEDOR-END-RUA " "
               FORNECEDOR-END-NUMERO.
           DISPLAY "            " FORNECEDOR-END-CIDADE "-"
               FORNECEDOR-END-UF " CEP " FORNECEDOR-END-CEP.
           DISPLAY "PRAZO DE PAGAMENTO: " FORNECEDOR-PRAZO-PAGAMENTO
               " DIAS".
           DISPLAY "---------------------------------------------".
           PERFORM IMPRIME-ITEM-DO-PEDIDO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > PEDCOMPRA-QTDE-ITENS.
           DISPLAY "---------------------------------------------".
           DISPLAY "VALOR TOTAL DO PEDIDO: " PEDCOMPRA-VALOR-TOTAL.
           DISPLAY "=============================================".

       IMPRIME-ITEM-DO-PEDIDO.
           MOVE PEDCOMPRA-ITEM-PRODUTO(INDICE-ITEM) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO PRODUTO-DESCRICAO
           END-READ.
           COMPUTE VALOR-DO-ITEM = PEDCOMPRA-ITEM-QTDE(INDICE-ITEM)
               * PEDCOMPRA-ITEM-CUSTO(INDICE-ITEM).
           DISPLAY "  " PEDCOMPRA-ITEM-PRODUTO(INDICE-ITEM)
               " " PRODUTO-DESCRICAO
               " QTDE: " PEDCOMPRA-ITEM-QTDE(INDICE-ITEM)
               " CUSTO: " PEDCOMPRA-ITEM-CUSTO(INDICE-ITEM)
               " VALOR: " VALOR-DO-ITEM.
           IF PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM) > 0
               DISPLAY "        JA RECEBIDO: "
                   PEDCOMPRA-ITEM-QTDE-RECEBIDA(INDICE-ITEM)
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pedidos de compra gravados nesta rodada; a
      *    linha sai sob a sigla PEDCOM (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "PEDCOM" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-PEDIDOS-GRAVADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

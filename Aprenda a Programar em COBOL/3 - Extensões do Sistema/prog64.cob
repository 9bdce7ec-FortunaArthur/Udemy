      *    Incluidos o estoque minimo e a quantidade de reposicao na
      *    inclusao e na alteracao; e deles que o relatorio de ponto
      *    de reposicao (PROG119) tira a sugestao de compra.
      *    Incluido o peso bruto por unidade (kg) na inclusao e na
      *    alteracao; a entrada de pedidos soma o peso dos itens pra
      *    tirar o frete proposto da tabela de frete (PROG183).
      *    Incluido o prazo de reposicao (dias do pedido de compra
      *    ao recebimento) na inclusao e na alteracao; o recalculo
      *    mensal do PROG192 usa o prazo pra propor o minimo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Incluida a marca de controle de lote e validade (produto
      *    perecivel) na inclusao e na alteracao; produto marcado
      *    tem o estoque controlado por lote pelo PROG325. A marca so
      *    pode ser ligada com o saldo em estoque zerado, pra todo o
      *    saldo do produto estar em lote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  NOVO-PRODUTO-REGISTRO.
           05 NOVO-PRECO-UNITARIO PIC 9(5)V99.
           05 NOVO-ESTOQUE-MINIMO PIC 9(6).
           05 NOVA-QTDE-REPOSICAO PIC 9(6).
           05 NOVO-PESO-BRUTO PIC 9(4)V999.
           05 NOVO-PRAZO-REPOSICAO PIC 9(3).
           05 NOVO-CONTROLE-LOTE PIC X.

       01  NOVO-CONTROLE-LOTE-INFORMADO PIC X.

       01  DUPLICADO-FLAG PIC X VALUE "N".
       01  FIM-VARREDURA PIC X VALUE "N".
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           ACCEPT NOVO-ESTOQUE-MINIMO.
           DISPLAY "Informe a Quantidade de Reposicao:".
           ACCEPT NOVA-QTDE-REPOSICAO.
           DISPLAY "Informe o Peso Bruto Unitario (kg, ex: 0001500 = "
               "1,5 kg):".
           ACCEPT NOVO-PESO-BRUTO.
           DISPLAY "Informe o Prazo de Reposicao em dias (0 = prazo "
               "padrao):".
           ACCEPT NOVO-PRAZO-REPOSICAO.
           DISPLAY "Controla lote e validade? (S/N)".
           ACCEPT NOVO-CONTROLE-LOTE.
           IF NOVO-CONTROLE-LOTE NOT = "S"
               MOVE "N" TO NOVO-CONTROLE-LOTE
           END-IF.

           IF NOVA-DESCRICAO = SPACE
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
                   MOVE ZERO TO PRODUTO-QTDE-RESERVADA
                   MOVE NOVO-ESTOQUE-MINIMO TO PRODUTO-ESTOQUE-MINIMO
                   MOVE NOVA-QTDE-REPOSICAO TO PRODUTO-QTDE-REPOSICAO
                   MOVE NOVO-PESO-BRUTO TO PRODUTO-PESO-BRUTO
                   MOVE NOVO-PRAZO-REPOSICAO TO PRODUTO-PRAZO-REPOSICAO
                   MOVE NOVO-CONTROLE-LOTE TO PRODUTO-CONTROLE-LOTE
                   WRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "CODIGO " PRODUTO-CODIGO
           ACCEPT PRODUTO-ESTOQUE-MINIMO.
           DISPLAY "Nova Quantidade de Reposicao:".
           ACCEPT PRODUTO-QTDE-REPOSICAO.
           DISPLAY "Novo Peso Bruto Unitario (kg):".
           ACCEPT PRODUTO-PESO-BRUTO.
           DISPLAY "Novo Prazo de Reposicao em dias:".
           ACCEPT PRODUTO-PRAZO-REPOSICAO.
           DISPLAY "Controla lote e validade? (S/N)".
           ACCEPT NOVO-CONTROLE-LOTE-INFORMADO.
           PERFORM ALTERA-CONTROLE-LOTE.

           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.

       ALTERA-CONTROLE-LOTE.
      *    Ligar o controle com saldo em estoque deixaria saldo fora
      *    de lote; nesse caso a marca fica como estava
           IF NOVO-CONTROLE-LOTE-INFORMADO NOT = "S"
               MOVE "N" TO NOVO-CONTROLE-LOTE-INFORMADO
           END-IF.
           IF NOVO-CONTROLE-LOTE-INFORMADO = "S"
               AND NOT PRODUTO-COM-LOTE
               AND PRODUTO-SALDO-ESTOQUE > 0
               DISPLAY "PRODUTO COM SALDO EM ESTOQUE - CONTROLE DE "
                   "LOTE SO PODE SER LIGADO COM SALDO ZERADO"
           ELSE
               MOVE NOVO-CONTROLE-LOTE-INFORMADO
                   TO PRODUTO-CONTROLE-LOTE
           END-IF.

       EXCLUI-PRODUTO.
      *    Le o registro pela chave e so exclui se ele existir
           DISPLAY "Informe o Codigo do Produto a Excluir:".

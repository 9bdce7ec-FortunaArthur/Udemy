      *    supervisor pra liberar na hora, entao linha com data em
      *    mes fechado sai rejeitada com motivo, como o PROG67 faz
      *    com pagamento datado em mes fechado.
      *    O pedido carregado passou a levar a condicao de pagamento
      *    padrao do cliente (CLIENTE-CONDICAO-PAGAMENTO), que o
      *    faturamento usa pra abrir as parcelas do titulo.
      *    As linhas do pedido carregado passaram a ser gravadas em
      *    pedido_itens.dat (chave pedido + linha), como no PROG63;
      *    o layout da lista externa continua com ate 10 itens.
      *    Item que e kit (kits.dat, PROG178) reserva nos
      *    componentes, no mesmo calculo do PROG63: kits completos
      *    que o disponivel comporta e a falta de cada componente na
      *    fila de backorders com o codigo do componente.
      *    O preco do item passou a conferir os acordos de preco do
      *    cliente e da filial dele (acordos_preco.dat, consulta do
      *    PROG180) na data efetiva do pedido e na quantidade da
      *    linha, como no PROG63; a linha gravada leva o preco
      *    unitario cobrado, o preco de tabela e o numero do acordo
      *    usado.
      *    O pedido gravado leva o peso bruto somado dos itens
      *    (PRODUTO-PESO-BRUTO), que o romaneio do PROG123 imprime;
      *    sai sem transportadora (retirada) e sem frete proposto -
      *    transportadora e frete de tabela sao acertados depois na
      *    alteracao do pedido no PROG63.
      *    A lista externa ganhou no fim da linha o codigo do
      *    vendedor (EXT-VENDEDOR, opcional: linha antiga ou em
      *    branco vale zero). Zerado, o pedido vai pro vendedor da
      *    carteira do cliente na data efetiva (CLIENTE-VENDEDOR, ou
      *    o anterior se a transferencia ainda nao valeu); informado,
      *    tem que ser o da carteira quando o cliente tem carteira,
      *    ou um funcionario ativo quando nao tem - senao a linha sai
      *    rejeitada. Cliente sem carteira e sem vendedor continua
      *    como venda da casa.
      *    O pedido sai com a filial do cliente como filial de
      *    expedicao (PEDIDO-FILIAL-EXPEDICAO): a reserva de cada
      *    item cabe tambem no disponivel do produto nessa filial
      *    (estoque_filial.dat, pela sub-rotina PROG195) e e lancada
      *    tambem na reserva da filial.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de abrir qualquer arquivo, pedidos_externos.dat passou
      *    a ser conferido pelo PROG314: a quantidade de pedidos contra
      *    o header/trailer do remetente ou contra a quantidade
      *    informada pelo operador (o arquivo nao tem campo de valor).
      *    Arquivo que nao bate, ou ja carregado com o mesmo nome e
      *    data, e recusado inteiro com status 8 em
      *    status_execucoes.dat; no fim da carga o arquivo fica
      *    registrado como carregado. As linhas H/T de controle sao
      *    puladas na leitura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELBACKORDER.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELFUNCIONARIO.cob".

           SELECT ARQUIVO-PEDIDOS-EXTERNOS
           ASSIGN TO "pedidos_externos.dat"
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDBACKORDER.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDFUNCIONARIO.cob".

       FD ARQUIVO-PEDIDOS-EXTERNOS.

       01  LINHA-PEDIDO-EXTERNO.
           05 EXT-CLIENTE PIC 9(6).
           05 EXT-DATA PIC 9(8).
           05 EXT-QTDE-ITENS PIC 9(2).
           05 EXT-ITEM OCCURS 10 TIMES.
               10 EXT-ITEM-CODIGO PIC 9(4).
               10 EXT-ITEM-QTDE PIC 9(3).
           05 EXT-VENDEDOR PIC 9(4).

       01  LINHA-CONTROLE-EXTERNO.
           05 EXT-TIPO-LINHA PIC X.
               88 EXT-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(89).

       FD ARQUIVO-REJEITADOS.

       01  LINHA-REJEITADO.
           05 REJ-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJ-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJ-MOTIVO PIC X(40).

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-EXTERNOS PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  MOTIVO-REJEICAO PIC X(40).
       01  DATA-EFETIVA-DO-PEDIDO PIC 9(8).

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PEDIDO-EXTERNO-RUIM VALUE "N".

       01  INDICE-ITEM PIC 9(2).
       01  PESO-CALCULADO-PEDIDO PIC 9(6)V999.
       01  VALOR-CALCULADO-PEDIDO PIC 9(8)V99.
       01  LIMITE-CREDITO-CLIENTE PIC 9(8)V99.
       01  EXPOSICAO-CLIENTE PIC 9(9)V99.
       01  FIM-BUSCA-MAIOR PIC X.

       01  PRECO-APLICADO-ITEM PIC 9(5)V99.
       01  PRECO-TABELA-ITEM PIC 9(5)V99.
       01  FILIAL-DO-CLIENTE PIC X(4).

      *    Carteira do cliente guardada na validacao do cliente
       01  VENDEDOR-DO-CLIENTE PIC 9(4).
       01  VENDEDOR-ANTERIOR-DO-CLIENTE PIC 9(4).
       01  VENDEDOR-DESDE-DO-CLIENTE PIC 9(8).
       01  VENDEDOR-DA-CARTEIRA PIC 9(4).
       01  VENDEDOR-DO-PEDIDO PIC 9(4).

       01  ACORDO-PRECO-FLAG PIC X VALUE "N".
           88 ACORDO-DE-PRECO-ACHADO VALUE "S".
           88 ACORDO-DE-PRECO-NAO-ACHADO VALUE "N".

       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
               10 CARGA-ITEM-DESCRICAO PIC X(20).
               10 CARGA-ITEM-QTDE PIC 9(3).
               10 CARGA-ITEM-VALOR PIC 9(7)V99.
               10 CARGA-ITEM-PRECO-UNITARIO PIC 9(5)V99.
               10 CARGA-ITEM-PRECO-TABELA PIC 9(5)V99.
               10 CARGA-ITEM-ACORDO PIC 9(6).

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

       01  TOTAL-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADOS PIC 9(6) VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "CARGPE".
       01  RECEBIMENTO-ARQUIVO PIC X(50) VALUE "pedidos_externos.dat".
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 0.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 0.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 0.
       01  RECEBIMENTO-DATA-ARQUIVO PIC 9(8) VALUE 0.
       01  RECEBIMENTO-RESULTADO PIC X.
           88 RECEBIMENTO-LIBERADO VALUE "S".
           88 RECEBIMENTO-RECUSADO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CONFERE-ARQUIVO-DE-ENTRADA.
           IF RECEBIMENTO-RECUSADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDOS-EXTERNOS.
           OPEN I-O ARQUIVO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO-ITEM.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-REJEITADOS.

           DISPLAY "CARGA DE PEDIDOS EXTERNOS - DATA " DATA-EXECUCAO.

           CLOSE ARQUIVO-PEDIDOS-EXTERNOS.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REJEITADOS.

           DISPLAY "-------------------------------------------------".
               TOTAL-CARREGADOS.
           DISPLAY "TOTAL REJEITADOS COM MOTIVO: " TOTAL-REJEITADOS.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMO-EXTERNO.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DE-EXTERNOS.
           PERFORM LE-LINHA-DE-EXTERNOS
               UNTIL FINAL-EXTERNOS = "S"
                   OR NOT EXT-LINHA-DE-CONTROLE.

       LE-LINHA-DE-EXTERNOS.
           READ ARQUIVO-PEDIDOS-EXTERNOS NEXT RECORD
               AT END MOVE "S" TO FINAL-EXTERNOS.

           IF PEDIDO-EXTERNO-BOM
               PERFORM VALIDA-DATA-DO-EXTERNO
           END-IF.
           IF PEDIDO-EXTERNO-BOM
               PERFORM VALIDA-VENDEDOR-EXTERNO
           END-IF.
           IF PEDIDO-EXTERNO-BOM
               PERFORM VALIDA-E-PRECIFICA-ITENS
           END-IF.
                                   TO LIMITE-CREDITO-CLIENTE
                               MOVE CLIENTE-EXPOSICAO-ATUAL
                                   TO EXPOSICAO-CLIENTE
                               MOVE CLIENTE-FILIAL
                                   TO FILIAL-DO-CLIENTE
                               MOVE CLIENTE-VENDEDOR
                                   TO VENDEDOR-DO-CLIENTE
                               MOVE CLIENTE-VENDEDOR-ANTERIOR
                                   TO VENDEDOR-ANTERIOR-DO-CLIENTE
                               MOVE CLIENTE-VENDEDOR-DESDE
                                   TO VENDEDOR-DESDE-DO-CLIENTE
                           END-IF
                       END-IF
                   END-IF
               SET PEDIDO-EXTERNO-RUIM TO TRUE
           END-IF.

       VALIDA-VENDEDOR-EXTERNO.
      *    Vendedor da carteira na data efetiva do pedido: antes da
      *    data da transferencia ainda vale o responsavel anterior
           IF VENDEDOR-DESDE-DO-CLIENTE > DATA-EFETIVA-DO-PEDIDO
               MOVE VENDEDOR-ANTERIOR-DO-CLIENTE
                   TO VENDEDOR-DA-CARTEIRA
           ELSE
               MOVE VENDEDOR-DO-CLIENTE TO VENDEDOR-DA-CARTEIRA
           END-IF.
           IF EXT-VENDEDOR NOT NUMERIC
               MOVE ZEROS TO VENDEDOR-DO-PEDIDO
           ELSE
               MOVE EXT-VENDEDOR TO VENDEDOR-DO-PEDIDO
           END-IF.
           IF VENDEDOR-DO-PEDIDO = 0
               MOVE VENDEDOR-DA-CARTEIRA TO VENDEDOR-DO-PEDIDO
           ELSE
               IF VENDEDOR-DA-CARTEIRA > 0
                   IF VENDEDOR-DO-PEDIDO NOT = VENDEDOR-DA-CARTEIRA
                       MOVE "VENDEDOR FORA DA CARTEIRA DO CLIENTE"
                           TO MOTIVO-REJEICAO
                       SET PEDIDO-EXTERNO-RUIM TO TRUE
                   END-IF
               ELSE
                   PERFORM CONFERE-FUNCIONARIO-VENDEDOR
               END-IF
           END-IF.

       CONFERE-FUNCIONARIO-VENDEDOR.
      *    Cliente sem carteira: o vendedor da linha so precisa ser
      *    funcionario ativo, como no PROG63
           MOVE VENDEDOR-DO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "VENDEDOR NAO CADASTRADO" TO MOTIVO-REJEICAO
                   SET PEDIDO-EXTERNO-RUIM TO TRUE
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-ATIVO
                       MOVE "VENDEDOR NAO ESTA ATIVO"
                           TO MOTIVO-REJEICAO
                       SET PEDIDO-EXTERNO-RUIM TO TRUE
                   END-IF
           END-READ.

       VALIDA-E-PRECIFICA-ITENS.
           IF EXT-QTDE-ITENS < 1 OR EXT-QTDE-ITENS > 10
               MOVE "QUANTIDADE DE ITENS FORA DE 1-10"
               SET PEDIDO-EXTERNO-RUIM TO TRUE
           ELSE
               MOVE ZERO TO VALOR-CALCULADO-PEDIDO
               MOVE ZERO TO PESO-CALCULADO-PEDIDO
               PERFORM VALIDA-UM-ITEM-EXTERNO
                   VARYING INDICE-ITEM FROM 1 BY 1
                   UNTIL INDICE-ITEM > EXT-QTDE-ITENS
           IF PRECO-VIGENTE-NAO-ACHADO
               MOVE PRODUTO-PRECO-UNITARIO TO PRECO-APLICADO-ITEM
           END-IF.
           MOVE PRECO-APLICADO-ITEM TO PRECO-TABELA-ITEM.
           MOVE PRECO-TABELA-ITEM
               TO CARGA-ITEM-PRECO-TABELA(INDICE-ITEM).
      *    Acordo do cliente ou da filial na data efetiva e na
      *    quantidade da linha (PROG180)
           CALL "PROG180" USING EXT-CLIENTE FILIAL-DO-CLIENTE
               EXT-ITEM-CODIGO(INDICE-ITEM) EXT-ITEM-QTDE(INDICE-ITEM)
               DATA-EFETIVA-DO-PEDIDO PRECO-TABELA-ITEM
               ACORDO-PRECO-FLAG PRECO-APLICADO-ITEM
               CARGA-ITEM-ACORDO(INDICE-ITEM).
           IF ACORDO-DE-PRECO-NAO-ACHADO
               MOVE PRECO-TABELA-ITEM TO PRECO-APLICADO-ITEM
           END-IF.
           MOVE PRECO-APLICADO-ITEM
               TO CARGA-ITEM-PRECO-UNITARIO(INDICE-ITEM).
           MOVE EXT-ITEM-CODIGO(INDICE-ITEM)
               TO CARGA-ITEM-CODIGO(INDICE-ITEM).
           MOVE PRODUTO-DESCRICAO
               PRECO-APLICADO-ITEM * EXT-ITEM-QTDE(INDICE-ITEM).
           ADD CARGA-ITEM-VALOR(INDICE-ITEM)
               TO VALOR-CALCULADO-PEDIDO.
           COMPUTE PESO-CALCULADO-PEDIDO = PESO-CALCULADO-PEDIDO
               + PRODUTO-PESO-BRUTO * EXT-ITEM-QTDE(INDICE-ITEM).

       VERIFICA-LIMITE-EXTERNO.
      *    A mesma regra do PROG63, agora pelo saldo de exposicao do
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE NUMERO-TIRADO TO PEDIDO-NUMERO.
           MOVE EXT-CLIENTE TO PEDIDO-CLIENTE-CODIGO.
           MOVE FILIAL-DO-CLIENTE TO PEDIDO-FILIAL-EXPEDICAO.
      *    A data efetiva (linha ou data da carga) ja passou pela
      *    regua de periodo fechado na validacao
           MOVE DATA-EFETIVA-DO-PEDIDO TO PEDIDO-DATA.
      *    (PROG131), como na entrada interativa
           MOVE CLIENTE-ENDERECO TO PEDIDO-ENDERECO-ENTREGA.
           MOVE ZEROS TO PEDIDO-VALOR-FRETE.
           MOVE ZEROS TO PEDIDO-TRANSPORTADORA.
           MOVE PESO-CALCULADO-PEDIDO TO PEDIDO-PESO-BRUTO.
           MOVE ZEROS TO PEDIDO-FRETE-TABELA.
           MOVE SPACES TO PEDIDO-FRETE-SUPERVISOR.
      *    Vendedor conferido contra a carteira na validacao; zero
      *    so quando o cliente nao tem carteira (venda da casa)
           MOVE VENDEDOR-DO-PEDIDO TO PEDIDO-VENDEDOR.
           MOVE CLIENTE-CONDICAO-PAGAMENTO
               TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE VALOR-CALCULADO-PEDIDO TO PEDIDO-VALOR-MERCADORIA.
           MOVE CLIENTE-END-UF TO UF-DO-PEDIDO.
           CALL "PROG131" USING UF-DO-PEDIDO PEDIDO-DATA
           END-READ.

       MONTA-ITEM-DO-PEDIDO.
           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE NUMERO-TIRADO TO PEDIDO-ITEM-PEDIDO.
           MOVE INDICE-ITEM TO PEDIDO-ITEM-LINHA.
           MOVE CARGA-ITEM-CODIGO(INDICE-ITEM)
               TO PEDIDO-ITEM-CODIGO.
           MOVE CARGA-ITEM-DESCRICAO(INDICE-ITEM)
               TO PEDIDO-ITEM-DESCRICAO.
           MOVE CARGA-ITEM-QTDE(INDICE-ITEM)
               TO PEDIDO-ITEM-QTDE.
           MOVE CARGA-ITEM-VALOR(INDICE-ITEM)
               TO PEDIDO-ITEM-VALOR.
           MOVE CARGA-ITEM-PRECO-UNITARIO(INDICE-ITEM)
               TO PEDIDO-ITEM-PRECO-UNITARIO.
           MOVE CARGA-ITEM-PRECO-TABELA(INDICE-ITEM)
               TO PEDIDO-ITEM-PRECO-TABELA.
           MOVE CARGA-ITEM-ACORDO(INDICE-ITEM) TO PEDIDO-ITEM-ACORDO.
           MOVE 0 TO PEDIDO-ITEM-QTDE-ATENDIDA.
           PERFORM RESERVA-ESTOQUE-DO-ITEM.
           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " PEDIDO-ITEM-LINHA
                       " DO PEDIDO " PEDIDO-ITEM-PEDIDO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-WRITE.

       RESERVA-ESTOQUE-DO-ITEM.
      *    A mesma reserva com backorder da entrada interativa do
      *    PROG63: o que couber no disponivel fica reservado e a
      *    falta vai pra fila
           MOVE CARGA-ITEM-CODIGO(INDICE-ITEM) TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM RESERVA-COMPONENTES-DO-KIT
           ELSE
               PERFORM RESERVA-ESTOQUE-DO-PRODUTO
           END-IF.

       RESERVA-ESTOQUE-DO-PRODUTO.
           MOVE CARGA-ITEM-CODIGO(INDICE-ITEM) TO PRODUTO-CODIGO.
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
           IF CARGA-ITEM-QTDE(INDICE-ITEM) <= QTDE-DISPONIVEL-ITEM
               MOVE CARGA-ITEM-QTDE(INDICE-ITEM) TO QTDE-A-RESERVAR
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
           MOVE EXT-CLIENTE TO BACKORDER-CLIENTE.
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
           MOVE CARGA-ITEM-QTDE(INDICE-ITEM) TO KITS-POSSIVEIS.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           PERFORM APURA-KITS-DO-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".
           MOVE KITS-POSSIVEIS TO PEDIDO-ITEM-QTDE-RESERVADA.
           COMPUTE KITS-EM-FALTA = CARGA-ITEM-QTDE(INDICE-ITEM)
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

       OBTEM-NUMERO-DO-PEDIDO.
      *    A mesma tomada de numero do PROG63: le, usa e regrava
      *    incrementado com o arquivo aberto so durante a tomada
           DISPLAY "PEDIDO DO CLIENTE " EXT-CLIENTE " REJEITADO - "
               MOTIVO-REJEICAO.

       CONFERE-ARQUIVO-DE-ENTRADA.
      *    Header/trailer do remetente ou totais informados pelo
      *    operador; arquivo que nao bate, ou ja carregado com o mesmo
      *    nome e data, e recusado inteiro antes de qualquer gravacao
           MOVE "V" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.

       REGISTRA-CARGA-DO-ARQUIVO.
           MOVE "C" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.
           IF RECEBIMENTO-RECUSADO
               DISPLAY "ERRO AO REGISTRAR A CARGA DE "
                   RECEBIMENTO-ARQUIVO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pedidos carregados nesta rodada; a linha

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG190.
      *    Programa da Curva ABC e Rentabilidade de Clientes
      *    A analise do PROG161 diz o que vendeu por produto e por
      *    filial, mas nao quais clientes valem a pena. Este
      *    relatorio, pro periodo informado (data inicial e final
      *    AAAAMMDD), classifica os clientes pela receita liquida -
      *    mercadoria dos pedidos Faturados e Pagos faturados no
      *    periodo (data do titulo, parcela 01, ou PEDIDO-DATA no
      *    acervo sem titulo) menos as notas de credito de devolucao
      *    do PROG125 emitidas no periodo - em classes A (ate 80% da
      *    receita acumulada), B (ate 95%) e C (o resto e quem ficou
      *    com receita liquida zerada ou negativa).
      *    De cada cliente sai tambem:
      *    - margem bruta: mercadoria menos o custo dos itens pelo
      *      PRODUTO-CUSTO-UNITARIO (kit pelo custo dos componentes
      *      de kits.dat);
      *    - margem depois das devolucoes: receita liquida menos o
      *      custo liquido, com o custo da mercadoria devolvida
      *      estimado na proporcao custo/mercadoria do proprio
      *      cliente no periodo (a devolucao volta ao estoque pelo
      *      custo medio, sem o item na nota de credito); margem
      *      negativa sai marcada;
      *    - frete absorvido: o frete de tabela (PEDIDO-FRETE-TABELA)
      *      acima do frete cobrado no pedido;
      *    - multa e juros cobrados no periodo (juros_aplicados.dat);
      *    - prazo medio de pagamento: dias corridos do faturamento
      *      ao pagamento dos pedidos Pagos, na conta de mes
      *      comercial do PROG68.
      *    Paginado no formato do PROG161.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELKIT.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELCREDITO.cob".
           COPY "SELJUROS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDCREDITO.cob".
           COPY "FDJUROS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  KIT-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CREDITO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-ITENS PIC X.
       01  FIM-COMPONENTES PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-INICIAL PIC 9(8).
       01  DATA-FINAL PIC 9(8).

       01  DATA-FATURAMENTO-PEDIDO PIC 9(8).
       01  DATA-FATURAMENTO-DESMONTADA REDEFINES
           DATA-FATURAMENTO-PEDIDO.
           05 FATURA-AA PIC 9(4).
           05 FATURA-MM PIC 99.
           05 FATURA-DD PIC 99.

       01  DATA-PAGAMENTO-DESMONTADA.
           05 PAGTO-AA PIC 9(4).
           05 PAGTO-MM PIC 99.
           05 PAGTO-DD PIC 99.

       01  DIAS-FATURAMENTO PIC 9(6).
       01  DIAS-PAGAMENTO PIC 9(6).
       01  DIAS-ATE-PAGAR PIC S9(6).

       01  CUSTO-DO-PEDIDO PIC 9(9)V99.
       01  CUSTO-DO-KIT PIC 9(7)V99.
       01  MERCADORIA-DO-PEDIDO PIC 9(8)V99.
       01  FRETE-ABSORVIDO-PEDIDO PIC 9(6)V99.
       01  CODIGO-DO-KIT PIC 9(4).

       01  KIT-FLAG PIC X VALUE "N".
           88 ITEM-E-KIT VALUE "S".
           88 ITEM-NAO-E-KIT VALUE "N".

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  QTDE-CLIENTES PIC 9(3) VALUE 0.
       01  MAX-CLIENTES PIC 9(3) VALUE 500.
       01  INDICE-CLIENTE PIC 9(3).
       01  INDICE-CLIENTE-ACHADO PIC 9(3).
       01  INDICE-MAIOR PIC 9(3).
       01  POSICAO-NA-CURVA PIC 9(3).
       01  CLIENTE-PROCURADO PIC 9(6).

       01  TABELA-RENTABILIDADE.
           05 CLIENTE-RENTAB OCCURS 500 TIMES.
               10 RENT-CODIGO PIC 9(6).
               10 RENT-MERCADORIA PIC 9(10)V99.
               10 RENT-CUSTO PIC 9(10)V99.
               10 RENT-CREDITOS PIC 9(10)V99.
               10 RENT-FRETE-ABSORVIDO PIC 9(8)V99.
               10 RENT-ENCARGOS PIC 9(8)V99.
               10 RENT-DIAS-SOMADOS PIC 9(8).
               10 RENT-QTDE-PAGOS PIC 9(5).
               10 RENT-RECEITA-LIQUIDA PIC S9(10)V99.
               10 RENT-LISTADO PIC X.

       01  RECEITA-LIQUIDA-TOTAL PIC S9(11)V99 VALUE 0.
       01  RECEITA-ACUMULADA PIC S9(11)V99 VALUE 0.
       01  PERCENTUAL-ACUMULADO PIC S9(3)V99.
       01  CLASSE-ABC PIC X.
       01  MARGEM-BRUTA PIC S9(10)V99.
       01  CUSTO-DEVOLVIDO PIC 9(10)V99.
       01  MARGEM-APOS-DEVOLUCAO PIC S9(10)V99.
       01  PRAZO-MEDIO PIC 9(4).

       01  QTDE-CLASSE-A PIC 9(3) VALUE 0.
       01  QTDE-CLASSE-B PIC 9(3) VALUE 0.
       01  QTDE-CLASSE-C PIC 9(3) VALUE 0.
       01  QTDE-MARGEM-NEGATIVA PIC 9(3) VALUE 0.
       01  TOTAL-PEDIDOS-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME A DATA INICIAL DO PERIODO (AAAAMMDD):".
           ACCEPT DATA-INICIAL.
           DISPLAY "INFORME A DATA FINAL DO PERIODO (AAAAMMDD):".
           ACCEPT DATA-FINAL.
           IF DATA-FINAL < DATA-INICIAL
               DISPLAY "DATA FINAL ANTES DA INICIAL - RELATORIO "
                   "NAO EMITIDO"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-KIT.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-RECEBIVEL.

           OPEN INPUT ARQUIVO-CREDITO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CREDITO.
           PERFORM AVALIA-CREDITO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CREDITO.

           OPEN INPUT ARQUIVO-JUROS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-JUROS.
           PERFORM AVALIA-JUROS UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-JUROS.

           PERFORM APURA-RECEITA-LIQUIDA
               VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > QTDE-CLIENTES.

           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-CLIENTE-NA-CURVA
               VARYING POSICAO-NA-CURVA FROM 1 BY 1
               UNTIL POSICAO-NA-CURVA > QTDE-CLIENTES.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM IMPRIME-RODAPE.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PEDIDO.
           IF PEDIDO-FATURADO OR PEDIDO-PAGO
               PERFORM APURA-FATURAMENTO-DO-PEDIDO
               IF DATA-FATURAMENTO-PEDIDO NOT < DATA-INICIAL
                   AND DATA-FATURAMENTO-PEDIDO NOT > DATA-FINAL
                   ADD 1 TO TOTAL-PEDIDOS-LIDOS
                   PERFORM ACUMULA-PEDIDO-DO-CLIENTE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       APURA-FATURAMENTO-DO-PEDIDO.
      *    Mesma regra do PROG161: data do titulo, parcela 01; pedido
      *    sem titulo entra pela data do pedido
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE 1 TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   MOVE PEDIDO-DATA TO DATA-FATURAMENTO-PEDIDO
               NOT INVALID KEY
                   MOVE RECEBIVEL-DATA-FATURAMENTO
                       TO DATA-FATURAMENTO-PEDIDO
           END-READ.

       ACUMULA-PEDIDO-DO-CLIENTE.
           MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-PROCURADO.
           PERFORM LOCALIZA-CLIENTE-NA-TABELA.
           IF INDICE-CLIENTE-ACHADO = 0
               PERFORM INCLUI-CLIENTE-NA-TABELA
           END-IF.
           IF INDICE-CLIENTE-ACHADO = 0
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               PERFORM SOMA-PEDIDO-NO-CLIENTE
           END-IF.

       SOMA-PEDIDO-NO-CLIENTE.
      *    Pedido anterior a separacao da mercadoria no pedido entra
      *    pelo valor total
           IF PEDIDO-VALOR-MERCADORIA > 0
               MOVE PEDIDO-VALOR-MERCADORIA TO MERCADORIA-DO-PEDIDO
           ELSE
               MOVE PEDIDO-VALOR TO MERCADORIA-DO-PEDIDO
           END-IF.
           ADD MERCADORIA-DO-PEDIDO
               TO RENT-MERCADORIA(INDICE-CLIENTE-ACHADO).

           MOVE ZEROS TO CUSTO-DO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM LE-LINHA-DO-PEDIDO UNTIL FIM-ITENS = "S".
           ADD CUSTO-DO-PEDIDO TO RENT-CUSTO(INDICE-CLIENTE-ACHADO).

           IF PEDIDO-FRETE-TABELA > PEDIDO-VALOR-FRETE
               COMPUTE FRETE-ABSORVIDO-PEDIDO =
                   PEDIDO-FRETE-TABELA - PEDIDO-VALOR-FRETE
               ADD FRETE-ABSORVIDO-PEDIDO
                   TO RENT-FRETE-ABSORVIDO(INDICE-CLIENTE-ACHADO)
           END-IF.

           IF PEDIDO-PAGO AND PEDIDO-DATA-PAGAMENTO > 0
               PERFORM SOMA-DIAS-ATE-PAGAR
           END-IF.

       SOMA-DIAS-ATE-PAGAR.
      *    Conta de mes comercial do PROG68, como no PROG67
           MOVE PEDIDO-DATA-PAGAMENTO TO DATA-PAGAMENTO-DESMONTADA.
           COMPUTE DIAS-FATURAMENTO = FATURA-AA * 360
               + FATURA-MM * 30 + FATURA-DD.
           COMPUTE DIAS-PAGAMENTO = PAGTO-AA * 360
               + PAGTO-MM * 30 + PAGTO-DD.
           COMPUTE DIAS-ATE-PAGAR = DIAS-PAGAMENTO - DIAS-FATURAMENTO.
           IF DIAS-ATE-PAGAR < 0
               MOVE 0 TO DIAS-ATE-PAGAR
           END-IF.
           ADD DIAS-ATE-PAGAR
               TO RENT-DIAS-SOMADOS(INDICE-CLIENTE-ACHADO).
           ADD 1 TO RENT-QTDE-PAGOS(INDICE-CLIENTE-ACHADO).

       LE-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM SOMA-CUSTO-DA-LINHA
               END-IF
           END-IF.

       SOMA-CUSTO-DA-LINHA.
           MOVE PEDIDO-ITEM-CODIGO TO CODIGO-DO-KIT.
           PERFORM VERIFICA-SE-E-KIT.
           IF ITEM-E-KIT
               PERFORM APURA-CUSTO-DO-KIT
               COMPUTE CUSTO-DO-PEDIDO = CUSTO-DO-PEDIDO
                   + CUSTO-DO-KIT * PEDIDO-ITEM-QTDE
           ELSE
               MOVE PEDIDO-ITEM-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CUSTO-DO-PEDIDO = CUSTO-DO-PEDIDO
                           + PRODUTO-CUSTO-UNITARIO
                           * PEDIDO-ITEM-QTDE
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

       APURA-CUSTO-DO-KIT.
      *    Custo de 1 kit: soma do custo medio de cada componente na
      *    quantidade dele no kit
           MOVE ZEROS TO CUSTO-DO-KIT.
           PERFORM POSICIONA-COMPONENTES-DO-KIT.
           IF FIM-COMPONENTES = "N"
               PERFORM LE-PROXIMO-COMPONENTE
           END-IF.
           PERFORM SOMA-CUSTO-DO-COMPONENTE
               UNTIL FIM-COMPONENTES = "S".

       SOMA-CUSTO-DO-COMPONENTE.
           MOVE KIT-COMPONENTE TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE CUSTO-DO-KIT = CUSTO-DO-KIT
                       + PRODUTO-CUSTO-UNITARIO * KIT-QTDE-COMPONENTE
           END-READ.
           PERFORM LE-PROXIMO-COMPONENTE.

       LER-PROXIMO-CREDITO.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CREDITO.
      *    Nota de credito emitida no periodo abate a receita do
      *    cliente, mesmo que o pedido original seja de antes
           IF CREDITO-DATA NOT < DATA-INICIAL
               AND CREDITO-DATA NOT > DATA-FINAL
               MOVE CREDITO-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-NA-TABELA
               IF INDICE-CLIENTE-ACHADO = 0
                   PERFORM INCLUI-CLIENTE-NA-TABELA
               END-IF
               IF INDICE-CLIENTE-ACHADO > 0
                   ADD CREDITO-VALOR
                       TO RENT-CREDITOS(INDICE-CLIENTE-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CREDITO.

       LER-PROXIMO-JUROS.
           READ ARQUIVO-JUROS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-JUROS.
           IF JUROS-DATA NOT < DATA-INICIAL
               AND JUROS-DATA NOT > DATA-FINAL
               MOVE JUROS-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-NA-TABELA
               IF INDICE-CLIENTE-ACHADO > 0
                   ADD JUROS-VALOR-MULTA JUROS-VALOR-JUROS
                       TO RENT-ENCARGOS(INDICE-CLIENTE-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-JUROS.

       LOCALIZA-CLIENTE-NA-TABELA.
           MOVE 0 TO INDICE-CLIENTE-ACHADO.
           PERFORM COMPARA-CLIENTE-TABELA
               VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > QTDE-CLIENTES
                  OR INDICE-CLIENTE-ACHADO > 0.

       COMPARA-CLIENTE-TABELA.
           IF RENT-CODIGO(INDICE-CLIENTE) = CLIENTE-PROCURADO
               MOVE INDICE-CLIENTE TO INDICE-CLIENTE-ACHADO
           END-IF.

       INCLUI-CLIENTE-NA-TABELA.
           IF QTDE-CLIENTES < MAX-CLIENTES
               ADD 1 TO QTDE-CLIENTES
               MOVE QTDE-CLIENTES TO INDICE-CLIENTE-ACHADO
               MOVE CLIENTE-PROCURADO
                   TO RENT-CODIGO(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-MERCADORIA(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-CUSTO(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-CREDITOS(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS
                   TO RENT-FRETE-ABSORVIDO(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-ENCARGOS(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-DIAS-SOMADOS(INDICE-CLIENTE-ACHADO)
               MOVE ZEROS TO RENT-QTDE-PAGOS(INDICE-CLIENTE-ACHADO)
               MOVE "N" TO RENT-LISTADO(INDICE-CLIENTE-ACHADO)
           END-IF.

       APURA-RECEITA-LIQUIDA.
           COMPUTE RENT-RECEITA-LIQUIDA(INDICE-CLIENTE) =
               RENT-MERCADORIA(INDICE-CLIENTE)
               - RENT-CREDITOS(INDICE-CLIENTE).
           IF RENT-RECEITA-LIQUIDA(INDICE-CLIENTE) > 0
               ADD RENT-RECEITA-LIQUIDA(INDICE-CLIENTE)
                   TO RECEITA-LIQUIDA-TOTAL
           END-IF.

       IMPRIME-CLIENTE-NA-CURVA.
      *    Selecao repetida do maior ainda nao listado, como no topo
      *    de clientes do PROG161
           MOVE 0 TO INDICE-MAIOR.
           PERFORM ACHA-MAIOR-RECEITA
               VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > QTDE-CLIENTES.
           IF INDICE-MAIOR > 0
               MOVE "S" TO RENT-LISTADO(INDICE-MAIOR)
               PERFORM CLASSIFICA-CLIENTE
               PERFORM IMPRIME-LINHA-CLIENTE
           END-IF.

       ACHA-MAIOR-RECEITA.
           IF RENT-LISTADO(INDICE-CLIENTE) = "N"
               IF INDICE-MAIOR = 0
                   MOVE INDICE-CLIENTE TO INDICE-MAIOR
               ELSE
                   IF RENT-RECEITA-LIQUIDA(INDICE-CLIENTE)
                       > RENT-RECEITA-LIQUIDA(INDICE-MAIOR)
                       MOVE INDICE-CLIENTE TO INDICE-MAIOR
                   END-IF
               END-IF
           END-IF.

       CLASSIFICA-CLIENTE.
      *    A classe sai pela participacao acumulada antes do cliente:
      *    o primeiro cliente e sempre A
           IF RENT-RECEITA-LIQUIDA(INDICE-MAIOR) NOT > 0
               OR RECEITA-LIQUIDA-TOTAL = 0
               MOVE "C" TO CLASSE-ABC
           ELSE
               COMPUTE PERCENTUAL-ACUMULADO ROUNDED =
                   RECEITA-ACUMULADA * 100 / RECEITA-LIQUIDA-TOTAL
               IF PERCENTUAL-ACUMULADO < 80
                   MOVE "A" TO CLASSE-ABC
               ELSE
                   IF PERCENTUAL-ACUMULADO < 95
                       MOVE "B" TO CLASSE-ABC
                   ELSE
                       MOVE "C" TO CLASSE-ABC
                   END-IF
               END-IF
               ADD RENT-RECEITA-LIQUIDA(INDICE-MAIOR)
                   TO RECEITA-ACUMULADA
           END-IF.
           EVALUATE CLASSE-ABC
               WHEN "A"
                   ADD 1 TO QTDE-CLASSE-A
               WHEN "B"
                   ADD 1 TO QTDE-CLASSE-B
               WHEN OTHER
                   ADD 1 TO QTDE-CLASSE-C
           END-EVALUATE.

       IMPRIME-LINHA-CLIENTE.
           MOVE RENT-CODIGO(INDICE-MAIOR) TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO CLIENTE-NOME
           END-READ.
           COMPUTE MARGEM-BRUTA = RENT-MERCADORIA(INDICE-MAIOR)
               - RENT-CUSTO(INDICE-MAIOR).
           IF RENT-MERCADORIA(INDICE-MAIOR) > 0
               COMPUTE CUSTO-DEVOLVIDO ROUNDED =
                   RENT-CREDITOS(INDICE-MAIOR)
                   * RENT-CUSTO(INDICE-MAIOR)
                   / RENT-MERCADORIA(INDICE-MAIOR)
           ELSE
               MOVE ZEROS TO CUSTO-DEVOLVIDO
           END-IF.
           COMPUTE MARGEM-APOS-DEVOLUCAO =
               RENT-RECEITA-LIQUIDA(INDICE-MAIOR)
               - (RENT-CUSTO(INDICE-MAIOR) - CUSTO-DEVOLVIDO).
           IF RENT-QTDE-PAGOS(INDICE-MAIOR) > 0
               COMPUTE PRAZO-MEDIO ROUNDED =
                   RENT-DIAS-SOMADOS(INDICE-MAIOR)
                   / RENT-QTDE-PAGOS(INDICE-MAIOR)
           ELSE
               MOVE ZEROS TO PRAZO-MEDIO
           END-IF.

           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY POSICAO-NA-CURVA " " CLASSE-ABC " CLIENTE "
               RENT-CODIGO(INDICE-MAIOR) " " CLIENTE-NOME
               " RECEITA LIQUIDA " RENT-RECEITA-LIQUIDA(INDICE-MAIOR).
           DISPLAY "  MERCADORIA " RENT-MERCADORIA(INDICE-MAIOR)
               " DEVOLUCOES " RENT-CREDITOS(INDICE-MAIOR)
               " MARGEM BRUTA " MARGEM-BRUTA.
           DISPLAY "  MARGEM APOS DEVOLUCOES " MARGEM-APOS-DEVOLUCAO
               " FRETE ABSORVIDO "
               RENT-FRETE-ABSORVIDO(INDICE-MAIOR)
               " MULTA/JUROS " RENT-ENCARGOS(INDICE-MAIOR).
           DISPLAY "  PRAZO MEDIO DE PAGAMENTO " PRAZO-MEDIO
               " DIAS (" RENT-QTDE-PAGOS(INDICE-MAIOR) " PEDIDOS)".
           ADD 4 TO LINHAS-NA-PAGINA.
           IF MARGEM-APOS-DEVOLUCAO < 0
               DISPLAY "  *** MARGEM NEGATIVA DEPOIS DAS DEVOLUCOES ***"
               ADD 1 TO QTDE-MARGEM-NEGATIVA
               ADD 1 TO LINHAS-NA-PAGINA
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "CURVA ABC E RENTABILIDADE DE CLIENTES - "
               DATA-INICIAL " A " DATA-FINAL
               " - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDOS FATURADOS/PAGOS NO PERIODO: "
               TOTAL-PEDIDOS-LIDOS.
           DISPLAY "RECEITA LIQUIDA TOTAL: " RECEITA-LIQUIDA-TOTAL.
           DISPLAY "CLIENTES CLASSE A: " QTDE-CLASSE-A
               " B: " QTDE-CLASSE-B " C: " QTDE-CLASSE-C.
           DISPLAY "CLIENTES COM MARGEM NEGATIVA: "
               QTDE-MARGEM-NEGATIVA.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** RELATORIO INCOMPLETO - PEDIDOS FORA DA "
                   "TABELA DE CLIENTES: " TOTAL-FORA-DA-TABELA
           END-IF.

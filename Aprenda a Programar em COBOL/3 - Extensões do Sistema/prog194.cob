       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG194.
      *    Programa do Relatorio de Estoque Parado e Obsoleto
      *    O inventario anual do PROG118 sempre acha prateleira de
      *    produto que ninguem vende ha um ano, com dinheiro parado
      *    no custo unitario. Este relatorio pega todo produto com
      *    saldo em estoque, acha no razao estoque_movimentos.dat a
      *    data da ultima saida dele e distribui o valor do estoque
      *    (saldo x PRODUTO-CUSTO-UNITARIO) pela idade dessa ultima
      *    venda, em dias corridos na conta de mes comercial do
      *    PROG68: ate 89 dias, 90 a 179, 180 a 364 e 365 ou mais.
      *    Produto sem nenhuma saida no razao entra na faixa de mais
      *    de um ano. No fim, os produtos ativos sem venda no ultimo
      *    ano saem listados como candidatos a inativar no PROG64 ou
      *    a preco de liquidacao. Os produtos com saldo sao
      *    carregados numa tabela e o razao e lido 1 vez so; cadastro
      *    com mais produtos que a tabela aborta o relatorio.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-MOVIMENTO-DESMONTADA.
           05 DATA-MOVIMENTO-AA PIC 9(4).
           05 DATA-MOVIMENTO-MM PIC 99.
           05 DATA-MOVIMENTO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-MOVIMENTO PIC 9(6).
       01  IDADE-DIAS PIC S9(6).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

      *    Produtos com saldo e a ultima saida de cada um (zero =
      *    sem saida no razao)
       01  TABELA-PRODUTOS-PARADOS.
           05 PARADO-PRODUTO OCCURS 1000 TIMES.
               10 PARADO-CODIGO PIC 9(4).
               10 PARADO-DESCRICAO PIC X(20).
               10 PARADO-STATUS PIC X.
               10 PARADO-SALDO PIC 9(6).
               10 PARADO-VALOR PIC 9(9)V99.
               10 PARADO-ULTIMA-SAIDA PIC 9(8).
               10 PARADO-DIAS-ULTIMA-SAIDA PIC 9(6).
       01  QTDE-PRODUTOS PIC 9(4) VALUE 0.
       01  MAX-PRODUTOS PIC 9(4) VALUE 1000.
       01  INDICE-PRODUTO PIC 9(4).
       01  INDICE-PRODUTO-ACHADO PIC 9(4).
       01  PRODUTO-PROCURADO PIC 9(4).

       01  TABELA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOURADA VALUE "S".
           88 TABELA-CABE VALUE "N".

      *    Faixas de idade da ultima venda
       01  TABELA-FAIXAS.
           05 FAIXA-IDADE OCCURS 4 TIMES.
               10 FAIXA-PRODUTOS PIC 9(5) VALUE 0.
               10 FAIXA-VALOR PIC 9(11)V99 VALUE 0.
       01  INDICE-FAIXA PIC 9.
       01  TITULO-DA-FAIXA PIC X(20).

       01  IDADE-DO-PRODUTO PIC 9(6).
       01  TEXTO-IDADE PIC X(16).
       01  VALOR-TOTAL-ESTOQUE PIC 9(11)V99 VALUE 0.
       01  TOTAL-CANDIDATOS PIC 9(5) VALUE 0.
       01  VALOR-CANDIDATOS PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           OPEN INPUT ARQUIVO-PRODUTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PRODUTO.
           PERFORM CARREGA-PRODUTO-COM-SALDO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PRODUTO.

           IF TABELA-ESTOURADA
               DISPLAY "MAIS DE " MAX-PRODUTOS
                   " PRODUTOS COM SALDO - RELATORIO ABORTADO"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-MOVIMENTO-ESTOQUE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM AVALIA-MOVIMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-PRODUTO-PARADO
               VARYING INDICE-PRODUTO FROM 1 BY 1
               UNTIL INDICE-PRODUTO > QTDE-PRODUTOS.

           PERFORM IMPRIME-CABECALHO.
           DISPLAY "CANDIDATOS A INATIVAR OU LIQUIDAR (ATIVOS SEM "
               "VENDA HA 1 ANO)".
           ADD 1 TO LINHAS-NA-PAGINA.
           PERFORM LISTA-CANDIDATO
               VARYING INDICE-PRODUTO FROM 1 BY 1
               UNTIL INDICE-PRODUTO > QTDE-PRODUTOS.

           PERFORM IMPRIME-RODAPE.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CARREGA-PRODUTO-COM-SALDO.
           IF PRODUTO-SALDO-ESTOQUE > 0
               IF QTDE-PRODUTOS >= MAX-PRODUTOS
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM GUARDA-PRODUTO-COM-SALDO
               END-IF
           END-IF.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-PRODUTO
           END-IF.

       GUARDA-PRODUTO-COM-SALDO.
           ADD 1 TO QTDE-PRODUTOS.
           MOVE QTDE-PRODUTOS TO INDICE-PRODUTO.
           MOVE PRODUTO-CODIGO TO PARADO-CODIGO(INDICE-PRODUTO).
           MOVE PRODUTO-DESCRICAO TO PARADO-DESCRICAO(INDICE-PRODUTO).
           MOVE PRODUTO-STATUS TO PARADO-STATUS(INDICE-PRODUTO).
           MOVE PRODUTO-SALDO-ESTOQUE TO PARADO-SALDO(INDICE-PRODUTO).
           COMPUTE PARADO-VALOR(INDICE-PRODUTO) =
               PRODUTO-SALDO-ESTOQUE * PRODUTO-CUSTO-UNITARIO.
           MOVE ZEROS TO PARADO-ULTIMA-SAIDA(INDICE-PRODUTO).
           MOVE ZEROS TO PARADO-DIAS-ULTIMA-SAIDA(INDICE-PRODUTO).

       LER-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO-ESTOQUE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-MOVIMENTO.
      *    Vale a saida mais recente do produto, em qualquer ordem
      *    em que as linhas estejam no razao
           IF MOVESTQ-SAIDA
               MOVE MOVESTQ-PRODUTO TO PRODUTO-PROCURADO
               PERFORM LOCALIZA-PRODUTO-NA-TABELA
               IF INDICE-PRODUTO-ACHADO > 0
                   PERFORM GUARDA-ULTIMA-SAIDA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO.

       GUARDA-ULTIMA-SAIDA.
           MOVE MOVESTQ-DATA TO DATA-MOVIMENTO-DESMONTADA.
           COMPUTE DIAS-MOVIMENTO = DATA-MOVIMENTO-AA * 360
               + DATA-MOVIMENTO-MM * 30 + DATA-MOVIMENTO-DD.
           IF DIAS-MOVIMENTO
               > PARADO-DIAS-ULTIMA-SAIDA(INDICE-PRODUTO-ACHADO)
               MOVE DIAS-MOVIMENTO
                   TO PARADO-DIAS-ULTIMA-SAIDA(INDICE-PRODUTO-ACHADO)
               MOVE MOVESTQ-DATA
                   TO PARADO-ULTIMA-SAIDA(INDICE-PRODUTO-ACHADO)
           END-IF.

       LOCALIZA-PRODUTO-NA-TABELA.
           MOVE 0 TO INDICE-PRODUTO-ACHADO.
           PERFORM COMPARA-PRODUTO-TABELA
               VARYING INDICE-PRODUTO FROM 1 BY 1
               UNTIL INDICE-PRODUTO > QTDE-PRODUTOS
                   OR INDICE-PRODUTO-ACHADO > 0.

       COMPARA-PRODUTO-TABELA.
           IF PARADO-CODIGO(INDICE-PRODUTO) = PRODUTO-PROCURADO
               MOVE INDICE-PRODUTO TO INDICE-PRODUTO-ACHADO
           END-IF.

       APURA-FAIXA-DO-PRODUTO.
      *    Sem saida no razao conta como mais de 1 ano
           IF PARADO-ULTIMA-SAIDA(INDICE-PRODUTO) = 0
               MOVE 999999 TO IDADE-DO-PRODUTO
               MOVE "SEM SAIDA" TO TEXTO-IDADE
           ELSE
               COMPUTE IDADE-DIAS = DIAS-HOJE
                   - PARADO-DIAS-ULTIMA-SAIDA(INDICE-PRODUTO)
               IF IDADE-DIAS < 0
                   MOVE 0 TO IDADE-DIAS
               END-IF
               MOVE IDADE-DIAS TO IDADE-DO-PRODUTO
               MOVE SPACES TO TEXTO-IDADE
               STRING IDADE-DO-PRODUTO DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO TEXTO-IDADE
           END-IF.
           IF IDADE-DO-PRODUTO < 90
               MOVE 1 TO INDICE-FAIXA
           ELSE
               IF IDADE-DO-PRODUTO < 180
                   MOVE 2 TO INDICE-FAIXA
               ELSE
                   IF IDADE-DO-PRODUTO < 365
                       MOVE 3 TO INDICE-FAIXA
                   ELSE
                       MOVE 4 TO INDICE-FAIXA
                   END-IF
               END-IF
           END-IF.

       IMPRIME-PRODUTO-PARADO.
           PERFORM APURA-FAIXA-DO-PRODUTO.
           ADD 1 TO FAIXA-PRODUTOS(INDICE-FAIXA).
           ADD PARADO-VALOR(INDICE-PRODUTO)
               TO FAIXA-VALOR(INDICE-FAIXA).
           ADD PARADO-VALOR(INDICE-PRODUTO) TO VALOR-TOTAL-ESTOQUE.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY PARADO-CODIGO(INDICE-PRODUTO) " "
               PARADO-DESCRICAO(INDICE-PRODUTO) " "
               PARADO-STATUS(INDICE-PRODUTO)
               " SALDO " PARADO-SALDO(INDICE-PRODUTO)
               " VALOR " PARADO-VALOR(INDICE-PRODUTO)
               " ULT.SAIDA " PARADO-ULTIMA-SAIDA(INDICE-PRODUTO)
               " " TEXTO-IDADE.
           ADD 1 TO LINHAS-NA-PAGINA.

       LISTA-CANDIDATO.
           PERFORM APURA-FAIXA-DO-PRODUTO.
           IF INDICE-FAIXA = 4
               AND PARADO-STATUS(INDICE-PRODUTO) = "A"
               IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
                   PERFORM IMPRIME-CABECALHO
               END-IF
               DISPLAY PARADO-CODIGO(INDICE-PRODUTO) " "
                   PARADO-DESCRICAO(INDICE-PRODUTO)
                   " SALDO " PARADO-SALDO(INDICE-PRODUTO)
                   " VALOR " PARADO-VALOR(INDICE-PRODUTO)
                   " " TEXTO-IDADE
               ADD 1 TO LINHAS-NA-PAGINA
               ADD 1 TO TOTAL-CANDIDATOS
               ADD PARADO-VALOR(INDICE-PRODUTO) TO VALOR-CANDIDATOS
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "ESTOQUE PARADO POR IDADE DA ULTIMA VENDA - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "VALOR DO ESTOQUE POR IDADE DA ULTIMA VENDA".
           PERFORM IMPRIME-FAIXA
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > 4.
           DISPLAY "VALOR TOTAL DO ESTOQUE: " VALOR-TOTAL-ESTOQUE.
           DISPLAY "CANDIDATOS A INATIVAR OU LIQUIDAR: "
               TOTAL-CANDIDATOS " VALOR " VALOR-CANDIDATOS.

       IMPRIME-FAIXA.
           EVALUATE INDICE-FAIXA
               WHEN 1
                   MOVE "ATE 89 DIAS" TO TITULO-DA-FAIXA
               WHEN 2
                   MOVE "90 A 179 DIAS" TO TITULO-DA-FAIXA
               WHEN 3
                   MOVE "180 A 364 DIAS" TO TITULO-DA-FAIXA
               WHEN OTHER
                   MOVE "1 ANO OU MAIS" TO TITULO-DA-FAIXA
           END-EVALUATE.
           DISPLAY "  " TITULO-DA-FAIXA
               " PRODUTOS " FAIXA-PRODUTOS(INDICE-FAIXA)
               " VALOR " FAIXA-VALOR(INDICE-FAIXA).

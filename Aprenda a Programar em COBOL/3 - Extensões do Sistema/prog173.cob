       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG173.
      *    Programa do Relatorio de Valorizacao do Estoque
      *    O numero que a contabilidade confere com a conta de
      *    estoque no fechamento do mes: varre produtos.dat na ordem
      *    do codigo e, pra cada produto com saldo, imprime a
      *    quantidade em PRODUTO-SALDO-ESTOQUE, o custo medio
      *    ponderado em PRODUTO-CUSTO-UNITARIO (refeito a cada
      *    recebimento do PROG116) e o valor em estoque, quantidade
      *    vezes custo. Produto com saldo e custo zerado sai
      *    marcado, porque entra no relatorio valendo nada. No
      *    rodape, a quantidade de produtos valorizados e o valor
      *    total do estoque. Mesmo formato de cabecalho e quebra de
      *    pagina dos relatorios do PROG68.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  VALOR-DO-PRODUTO PIC 9(11)V99.
       01  VALOR-TOTAL-ESTOQUE PIC 9(12)V99 VALUE 0.
       01  QTDE-TOTAL-ESTOQUE PIC 9(9) VALUE 0.
       01  TOTAL-PRODUTOS-VALORIZADOS PIC 9(6) VALUE 0.
       01  TOTAL-PRODUTOS-SEM-CUSTO PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PRODUTO.
           PERFORM AVALIA-PRODUTO UNTIL FINAL-ARQUIVO = "S".

           PERFORM IMPRIME-TOTAIS.

           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PRODUTO.
           IF PRODUTO-SALDO-ESTOQUE > 0
               PERFORM IMPRIME-LINHA-PRODUTO
           END-IF.
           PERFORM LER-PROXIMO-PRODUTO.

       IMPRIME-LINHA-PRODUTO.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           COMPUTE VALOR-DO-PRODUTO = PRODUTO-SALDO-ESTOQUE
               * PRODUTO-CUSTO-UNITARIO.
           ADD VALOR-DO-PRODUTO TO VALOR-TOTAL-ESTOQUE.
           ADD PRODUTO-SALDO-ESTOQUE TO QTDE-TOTAL-ESTOQUE.
           ADD 1 TO TOTAL-PRODUTOS-VALORIZADOS.
           DISPLAY PRODUTO-CODIGO " " PRODUTO-DESCRICAO
               " QTDE: " PRODUTO-SALDO-ESTOQUE
               " CUSTO MEDIO: " PRODUTO-CUSTO-UNITARIO
               " VALOR: " VALOR-DO-PRODUTO.
           ADD 1 TO LINHAS-NA-PAGINA.
           IF PRODUTO-CUSTO-UNITARIO = 0
               ADD 1 TO TOTAL-PRODUTOS-SEM-CUSTO
               DISPLAY "     *** SALDO SEM CUSTO - CONFERIR ENTRADAS"
               ADD 1 TO LINHAS-NA-PAGINA
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "RELATORIO DE VALORIZACAO DO ESTOQUE - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-TOTAIS.
           DISPLAY "---------------------------------------------".
           DISPLAY "PRODUTOS COM SALDO: " TOTAL-PRODUTOS-VALORIZADOS.
           DISPLAY "QUANTIDADE TOTAL EM ESTOQUE: " QTDE-TOTAL-ESTOQUE.
           DISPLAY "VALOR TOTAL DO ESTOQUE (CUSTO MEDIO): "
               VALOR-TOTAL-ESTOQUE.
           IF TOTAL-PRODUTOS-SEM-CUSTO > 0
               DISPLAY "PRODUTOS COM SALDO E SEM CUSTO: "
                   TOTAL-PRODUTOS-SEM-CUSTO
           END-IF.

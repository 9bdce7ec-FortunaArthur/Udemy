      *    Os subtotais por filial passaram a mostrar o nome da
      *    filial buscado em filiais.dat (cadastro do PROG81), em vez
      *    de so o codigo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada linha de pedido impressa passou a ser copiada, com a
      *    filial do pedido e o valor, em distribuir_prog65.dat, de
      *    onde a distribuicao por filial (PROG315) tira 1 relatorio
      *    por filial com os totais de pagina so daquela filial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELPEDIDO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFILIAL.cob".
           COPY "SELDISTREL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFILIAL.cob".
           COPY "FDDISTREL.cob".

       WORKING-STORAGE SECTION.

       01  NOME-FILIAL-EXIBIDO PIC X(20).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

               10 FILIAL-TAB-QTDE PIC 9(5) VALUE 0.
               10 FILIAL-TAB-VALOR PIC 9(9)V99 VALUE 0.

      *    Copia de cada linha de item impressa, com a filial dona do
      *    item, pra distribuicao por filial no PROG315
       01  DISTR-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50)
           VALUE "distribuir_prog65.dat".
       01  LINHA-IMPRESSA PIC X(132).
       01  FILIAL-DO-ITEM PIC X(4).
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  SEQUENCIA-ITEM-DISTRIBUIDO PIC 9(6) VALUE 0.
       01  LINHA-DO-ITEM PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-DISTRIBUICAO.

       PROGRAM-DONE.
           STOP RUN.
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE FILIAL-DO-PEDIDO TO FILIAL-DO-ITEM.
           MOVE PEDIDO-VALOR TO VALOR-DO-ITEM.
           PERFORM ABRE-ITEM-DISTRIBUIDO.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "PEDIDO: " DELIMITED BY SIZE
               PEDIDO-NUMERO DELIMITED BY SIZE
               " CLIENTE: " DELIMITED BY SIZE
               PEDIDO-CLIENTE-CODIGO DELIMITED BY SIZE
               " FILIAL: " DELIMITED BY SIZE
               FILIAL-DO-PEDIDO DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "  NOME: " DELIMITED BY SIZE
               CLIENTE-NOME DELIMITED BY SIZE
               " DATA: " DELIMITED BY SIZE
               PEDIDO-DATA DELIMITED BY SIZE
               " SITUACAO: " DELIMITED BY SIZE
               PEDIDO-SITUACAO DELIMITED BY SIZE
               " VALOR: " DELIMITED BY SIZE
               PEDIDO-VALOR DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           ADD 2 TO LINHAS-NA-PAGINA.
           ADD 1 TO TOTAL-PEDIDOS-ABERTOS.
           ADD PEDIDO-VALOR TO TOTAL-VALOR-ABERTO.
               DISPLAY "PEDIDOS COM CLIENTE NAO ENCONTRADO: "
                   TOTAL-SEM-CLIENTE
           END-IF.

       ABRE-ITEM-DISTRIBUIDO.
      *    Cada item do relatorio ganha o proximo numero; as linhas
      *    dele sao numeradas a partir de 1
           ADD 1 TO SEQUENCIA-ITEM-DISTRIBUIDO.
           MOVE 0 TO LINHA-DO-ITEM.

       IMPRIME-LINHA-DO-ITEM.
      *    A linha montada em LINHA-IMPRESSA sai no relatorio geral e
      *    e copiada no arquivo de distribuicao
           DISPLAY LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-DISTRIBUICAO.

       GRAVA-LINHA-DISTRIBUICAO.
      *    A linha leva a filial do item; o valor do item, que entra
      *    no total da pagina da filial, vai so na primeira linha
           ADD 1 TO LINHA-DO-ITEM.
           MOVE "PROG65" TO DISTR-RELATORIO.
           MOVE DATA-EXECUCAO TO DISTR-DATA.
           MOVE FILIAL-DO-ITEM TO DISTR-FILIAL.
           MOVE SEQUENCIA-ITEM-DISTRIBUIDO TO DISTR-ITEM.
           MOVE LINHA-DO-ITEM TO DISTR-LINHA.
           IF LINHA-DO-ITEM = 1
               MOVE VALOR-DO-ITEM TO DISTR-VALOR
           ELSE
               MOVE 0 TO DISTR-VALOR
           END-IF.
           MOVE LINHA-IMPRESSA TO DISTR-TEXTO.
           WRITE LINHA-DISTRIBUICAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG189.
      *    Programa do Relatorio de Carteira por Vendedor
      *    Lista, pra um vendedor ou pra todos (9999), os clientes
      *    da carteira dele pela chave alternativa CLIENTE-VENDEDOR
      *    de clientes.dat, com a data do ultimo pedido nao
      *    cancelado (pedidos.dat) e o saldo dos titulos em aberto
      *    (recebiveis.dat). Cliente transferido com data efetiva
      *    futura (PROG188) ja aparece na carteira nova, marcado com
      *    o vendedor anterior e a data da troca. Os clientes sao
      *    carregados numa tabela e cada arquivo de movimento e lido
      *    1 vez so; carteira maior que a tabela aborta o relatorio.
      *    Quebra de pagina por vendedor, no formato de cabecalho,
      *    data e rodape do PROG69.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELFUNCIONARIO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDFUNCIONARIO.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  VENDEDOR-PEDIDO PIC 9(4).
           88 TODOS-OS-VENDEDORES VALUE 9999.
       01  VENDEDOR-DA-QUEBRA PIC 9(4).
       01  NOME-DO-VENDEDOR PIC X(20).

       01  TABELA-CARTEIRA.
           05 CARTEIRA-ITEM OCCURS 1000 TIMES.
               10 CARTEIRA-CLIENTE PIC 9(6).
               10 CARTEIRA-NOME PIC X(20).
               10 CARTEIRA-FILIAL PIC X(4).
               10 CARTEIRA-VENDEDOR PIC 9(4).
               10 CARTEIRA-ANTERIOR PIC 9(4).
               10 CARTEIRA-DESDE PIC 9(8).
               10 CARTEIRA-ULTIMO-PEDIDO PIC 9(8).
               10 CARTEIRA-EM-ABERTO PIC 9(9)V99.
       01  QTDE-NA-CARTEIRA PIC 9(4) VALUE 0.
       01  MAX-NA-CARTEIRA PIC 9(4) VALUE 1000.
       01  INDICE-CARTEIRA PIC 9(4).
       01  INDICE-CLIENTE-ACHADO PIC 9(4).
       01  CLIENTE-PROCURADO PIC 9(6).

       01  CARTEIRA-FLAG PIC X VALUE "N".
           88 CARTEIRA-ESTOURADA VALUE "S".
           88 CARTEIRA-CABE VALUE "N".

       01  CLIENTES-DO-VENDEDOR PIC 9(4) VALUE 0.
       01  ABERTO-DO-VENDEDOR PIC 9(10)V99 VALUE 0.
       01  TOTAL-CLIENTES PIC 9(6) VALUE 0.
       01  TOTAL-VENDEDORES PIC 9(4) VALUE 0.
       01  TOTAL-EM-ABERTO PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO VENDEDOR-PEDIDO.
           DISPLAY "Vendedor da carteira (9999 = todos):".
           ACCEPT VENDEDOR-PEDIDO.

           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM CARREGA-CARTEIRA.
           CLOSE ARQUIVO-CLIENTE.

           IF CARTEIRA-ESTOURADA
               DISPLAY "CARTEIRA COM MAIS DE " MAX-NA-CARTEIRA
                   " CLIENTES - RELATORIO ABORTADO"
               GO TO PROGRAM-DONE
           END-IF.
           IF QTDE-NA-CARTEIRA = 0
               DISPLAY "NENHUM CLIENTE NA CARTEIRA PEDIDA"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDO.
           PERFORM APURA-ULTIMO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO.

           OPEN INPUT ARQUIVO-RECEBIVEL.
           PERFORM APURA-SALDO-EM-ABERTO.
           CLOSE ARQUIVO-RECEBIVEL.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO VENDEDOR-DA-QUEBRA.
           PERFORM IMPRIME-CLIENTE-DA-CARTEIRA
               VARYING INDICE-CARTEIRA FROM 1 BY 1
               UNTIL INDICE-CARTEIRA > QTDE-NA-CARTEIRA.
           PERFORM IMPRIME-TOTAL-DO-VENDEDOR.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM IMPRIME-RODAPE.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-CARTEIRA.
      *    Pela chave alternativa: a tabela ja sai na ordem de
      *    vendedor, que e a ordem da quebra. Cliente sem carteira
      *    (vendedor zero) nao entra na listagem de todos
           MOVE "N" TO FINAL-ARQUIVO.
           IF TODOS-OS-VENDEDORES
               MOVE 1 TO CLIENTE-VENDEDOR
               START ARQUIVO-CLIENTE
                   KEY IS NOT LESS THAN CLIENTE-VENDEDOR
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
           ELSE
               MOVE VENDEDOR-PEDIDO TO CLIENTE-VENDEDOR
               START ARQUIVO-CLIENTE
                   KEY IS EQUAL TO CLIENTE-VENDEDOR
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
           END-IF.
           PERFORM CARREGA-CLIENTE-DA-CARTEIRA
               UNTIL FINAL-ARQUIVO = "S".

       CARREGA-CLIENTE-DA-CARTEIRA.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO = "N"
               IF NOT TODOS-OS-VENDEDORES
                   AND CLIENTE-VENDEDOR NOT = VENDEDOR-PEDIDO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM GUARDA-CLIENTE-NA-TABELA
               END-IF
           END-IF.

       GUARDA-CLIENTE-NA-TABELA.
           IF QTDE-NA-CARTEIRA >= MAX-NA-CARTEIRA
               SET CARTEIRA-ESTOURADA TO TRUE
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               ADD 1 TO QTDE-NA-CARTEIRA
               MOVE QTDE-NA-CARTEIRA TO INDICE-CARTEIRA
               MOVE CLIENTE-CODIGO TO CARTEIRA-CLIENTE(INDICE-CARTEIRA)
               MOVE CLIENTE-NOME TO CARTEIRA-NOME(INDICE-CARTEIRA)
               MOVE CLIENTE-FILIAL TO CARTEIRA-FILIAL(INDICE-CARTEIRA)
               MOVE CLIENTE-VENDEDOR
                   TO CARTEIRA-VENDEDOR(INDICE-CARTEIRA)
               MOVE CLIENTE-VENDEDOR-ANTERIOR
                   TO CARTEIRA-ANTERIOR(INDICE-CARTEIRA)
               MOVE CLIENTE-VENDEDOR-DESDE
                   TO CARTEIRA-DESDE(INDICE-CARTEIRA)
               MOVE ZEROS TO CARTEIRA-ULTIMO-PEDIDO(INDICE-CARTEIRA)
               MOVE ZEROS TO CARTEIRA-EM-ABERTO(INDICE-CARTEIRA)
           END-IF.

       APURA-ULTIMO-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM CONFERE-PEDIDO-DA-CARTEIRA
               UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-PEDIDO-DA-CARTEIRA.
           IF NOT PEDIDO-CANCELADO
               MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-NA-TABELA
               IF INDICE-CLIENTE-ACHADO > 0
                   PERFORM GUARDA-ULTIMO-PEDIDO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       GUARDA-ULTIMO-PEDIDO.
           IF PEDIDO-DATA
               > CARTEIRA-ULTIMO-PEDIDO(INDICE-CLIENTE-ACHADO)
               MOVE PEDIDO-DATA
                   TO CARTEIRA-ULTIMO-PEDIDO(INDICE-CLIENTE-ACHADO)
           END-IF.

       APURA-SALDO-EM-ABERTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-RECEBIVEL.
           PERFORM CONFERE-RECEBIVEL-DA-CARTEIRA
               UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-RECEBIVEL.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-RECEBIVEL-DA-CARTEIRA.
           IF RECEBIVEL-EM-ABERTO
               MOVE RECEBIVEL-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-NA-TABELA
               IF INDICE-CLIENTE-ACHADO > 0
                   ADD RECEBIVEL-SALDO
                       TO CARTEIRA-EM-ABERTO(INDICE-CLIENTE-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-RECEBIVEL.

       LOCALIZA-CLIENTE-NA-TABELA.
           MOVE 0 TO INDICE-CLIENTE-ACHADO.
           PERFORM COMPARA-CLIENTE-TABELA
               VARYING INDICE-CARTEIRA FROM 1 BY 1
               UNTIL INDICE-CARTEIRA > QTDE-NA-CARTEIRA
                  OR INDICE-CLIENTE-ACHADO > 0.

       COMPARA-CLIENTE-TABELA.
           IF CARTEIRA-CLIENTE(INDICE-CARTEIRA) = CLIENTE-PROCURADO
               MOVE INDICE-CARTEIRA TO INDICE-CLIENTE-ACHADO
           END-IF.

       IMPRIME-CLIENTE-DA-CARTEIRA.
           IF CARTEIRA-VENDEDOR(INDICE-CARTEIRA)
               NOT = VENDEDOR-DA-QUEBRA
               IF VENDEDOR-DA-QUEBRA NOT = 0
                   PERFORM IMPRIME-TOTAL-DO-VENDEDOR
               END-IF
               MOVE CARTEIRA-VENDEDOR(INDICE-CARTEIRA)
                   TO VENDEDOR-DA-QUEBRA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY CARTEIRA-CLIENTE(INDICE-CARTEIRA) " "
               CARTEIRA-NOME(INDICE-CARTEIRA) " "
               CARTEIRA-FILIAL(INDICE-CARTEIRA)
               " ULTIMO PEDIDO: "
               CARTEIRA-ULTIMO-PEDIDO(INDICE-CARTEIRA)
               " EM ABERTO: " CARTEIRA-EM-ABERTO(INDICE-CARTEIRA).
           ADD 1 TO LINHAS-NA-PAGINA.
           IF CARTEIRA-DESDE(INDICE-CARTEIRA) > DATA-EXECUCAO
               DISPLAY "  TRANSFERIDO DO VENDEDOR "
                   CARTEIRA-ANTERIOR(INDICE-CARTEIRA)
                   " - VALE A PARTIR DE "
                   CARTEIRA-DESDE(INDICE-CARTEIRA)
               ADD 1 TO LINHAS-NA-PAGINA
           END-IF.
           ADD 1 TO CLIENTES-DO-VENDEDOR.
           ADD CARTEIRA-EM-ABERTO(INDICE-CARTEIRA)
               TO ABERTO-DO-VENDEDOR.

       IMPRIME-TOTAL-DO-VENDEDOR.
           DISPLAY "  CLIENTES NA CARTEIRA: " CLIENTES-DO-VENDEDOR
               " EM ABERTO: " ABERTO-DO-VENDEDOR.
           DISPLAY "=======================".
           ADD 1 TO TOTAL-VENDEDORES.
           ADD CLIENTES-DO-VENDEDOR TO TOTAL-CLIENTES.
           ADD ABERTO-DO-VENDEDOR TO TOTAL-EM-ABERTO.
           MOVE ZEROS TO CLIENTES-DO-VENDEDOR.
           MOVE ZEROS TO ABERTO-DO-VENDEDOR.

       IMPRIME-CABECALHO.
           MOVE VENDEDOR-DA-QUEBRA TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-DO-VENDEDOR
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-DO-VENDEDOR
           END-READ.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "CARTEIRA POR VENDEDOR - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "VENDEDOR: " VENDEDOR-DA-QUEBRA " "
               NOME-DO-VENDEDOR.
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "VENDEDORES LISTADOS: " TOTAL-VENDEDORES.
           DISPLAY "CLIENTES LISTADOS: " TOTAL-CLIENTES.
           DISPLAY "TOTAL EM ABERTO: " TOTAL-EM-ABERTO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG187.
      *    Programa do Relatorio de Exposicao por Grupo Economico
      *    Le grupos_economicos.dat (cadastro do PROG186) na ordem do
      *    codigo e, pra cada grupo, os clientes vinculados a ele
      *    pela chave alternativa CLIENTE-GRUPO de clientes.dat: de
      *    cada cliente o limite individual, a exposicao atual e a
      *    situacao do credito; do grupo, a exposicao somada contra
      *    o limite consolidado, com o percentual usado e a marca de
      *    quem passou do limite - a mesma conta que a entrada de
      *    pedidos (PROG63) e a rodada noturna (PROG138) fazem. No
      *    formato de cabecalho, data, quebra de pagina e rodape do
      *    PROG69.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELGRUPO.cob".
           COPY "SELCLIENTE.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDGRUPO.cob".
           COPY "FDCLIENTE.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  FIM-CLIENTES-DO-GRUPO PIC X.
       01  GRUPO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  EXPOSICAO-DO-GRUPO PIC 9(11)V99.
       01  QTDE-CLIENTES-DO-GRUPO PIC 9(4).
       01  PERCENTUAL-USADO PIC 9(5)V99.

       01  TOTAL-GRUPOS PIC 9(6) VALUE 0.
       01  TOTAL-GRUPOS-ACIMA PIC 9(6) VALUE 0.
       01  TOTAL-EXPOSICAO-GRUPOS PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-GRUPO.
           OPEN INPUT ARQUIVO-CLIENTE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-GRUPO.
           PERFORM IMPRIME-GRUPO UNTIL FINAL-ARQUIVO = "S".

           PERFORM IMPRIME-RODAPE.

           CLOSE ARQUIVO-GRUPO.
           CLOSE ARQUIVO-CLIENTE.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-GRUPO.
           READ ARQUIVO-GRUPO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       IMPRIME-GRUPO.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY "GRUPO: " GRUPO-CODIGO " " GRUPO-NOME
               " SITUACAO: " GRUPO-STATUS.
           ADD 1 TO LINHAS-NA-PAGINA.

           PERFORM LISTA-CLIENTES-DO-GRUPO.

           IF GRUPO-LIMITE-CREDITO = 0
               DISPLAY "  EXPOSICAO DO GRUPO: " EXPOSICAO-DO-GRUPO
                   " (SEM LIMITE DE GRUPO)"
           ELSE
               COMPUTE PERCENTUAL-USADO ROUNDED =
                   EXPOSICAO-DO-GRUPO * 100 / GRUPO-LIMITE-CREDITO
               DISPLAY "  EXPOSICAO DO GRUPO: " EXPOSICAO-DO-GRUPO
                   " LIMITE: " GRUPO-LIMITE-CREDITO
                   " USADO: " PERCENTUAL-USADO "%"
               IF EXPOSICAO-DO-GRUPO > GRUPO-LIMITE-CREDITO
                   DISPLAY "  *** ACIMA DO LIMITE DO GRUPO ***"
                   ADD 1 TO TOTAL-GRUPOS-ACIMA
                   ADD 1 TO LINHAS-NA-PAGINA
               END-IF
           END-IF.
           DISPLAY "  CLIENTES NO GRUPO: " QTDE-CLIENTES-DO-GRUPO.
           DISPLAY "=======================".
           ADD 3 TO LINHAS-NA-PAGINA.
           ADD 1 TO TOTAL-GRUPOS.
           ADD EXPOSICAO-DO-GRUPO TO TOTAL-EXPOSICAO-GRUPOS.

           PERFORM LER-PROXIMO-GRUPO.

       LISTA-CLIENTES-DO-GRUPO.
      *    Clientes do grupo pela chave alternativa, ate o grupo mudar
           MOVE ZEROS TO EXPOSICAO-DO-GRUPO.
           MOVE ZEROS TO QTDE-CLIENTES-DO-GRUPO.
           MOVE "N" TO FIM-CLIENTES-DO-GRUPO.
           MOVE GRUPO-CODIGO TO CLIENTE-GRUPO.
           START ARQUIVO-CLIENTE
               KEY IS EQUAL TO CLIENTE-GRUPO
               INVALID KEY
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
           END-START.
           PERFORM LISTA-CLIENTE-DO-GRUPO
               UNTIL FIM-CLIENTES-DO-GRUPO = "S".

       LISTA-CLIENTE-DO-GRUPO.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
           END-READ.
           IF FIM-CLIENTES-DO-GRUPO = "N"
               IF CLIENTE-GRUPO = GRUPO-CODIGO
                   DISPLAY "  " CLIENTE-CODIGO " " CLIENTE-NOME
                       " LIMITE: " CLIENTE-LIMITE-CREDITO
                       " EXPOSICAO: " CLIENTE-EXPOSICAO-ATUAL
                       " CREDITO: " CLIENTE-CREDITO
                   ADD CLIENTE-EXPOSICAO-ATUAL TO EXPOSICAO-DO-GRUPO
                   ADD 1 TO QTDE-CLIENTES-DO-GRUPO
                   ADD 1 TO LINHAS-NA-PAGINA
               ELSE
                   MOVE "S" TO FIM-CLIENTES-DO-GRUPO
               END-IF
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "EXPOSICAO POR GRUPO ECONOMICO - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "GRUPOS LISTADOS: " TOTAL-GRUPOS.
           DISPLAY "GRUPOS ACIMA DO LIMITE: " TOTAL-GRUPOS-ACIMA.
           DISPLAY "EXPOSICAO TOTAL DOS GRUPOS: "
               TOTAL-EXPOSICAO-GRUPOS.

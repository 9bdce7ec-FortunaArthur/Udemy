       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG324.
      *    Programa do Relatorio de Cheques em Custodia
      *    Lista os cheques pre-datados que ainda estao na gaveta
      *    (situacao Em custodia em cheques_custodia.dat), agrupados
      *    pela semana em que ficam bons pra deposito, contadas a
      *    partir de hoje em dias comerciais (mes de 30 dias, como no
      *    aging do PROG138): a semana 1 sao os proximos 7 dias, a
      *    semana 2 os 7 seguintes, e assim por diante. Cheque com
      *    bom-para ja passado que ainda nao foi depositado sai a
      *    frente, no grupo dos vencidos, pra conferencia com a lista
      *    de deposito do PROG322. Cada grupo tem a quantidade e o
      *    valor, e o relatorio fecha com o total da custodia. Os
      *    cheques sao ordenados por um SORT de procedimento (molde
      *    do PROG205) pela semana, pelo bom-para e pelo numero de
      *    custodia. A linha de status sai sob a sigla RELCHQ com a
      *    quantidade de cheques listados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCHEQUE.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELSTATUS.cob".

           SELECT ARQUIVO-ORDENACAO-CHEQUE
           ASSIGN TO "prog324.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCHEQUE.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDSTATUS.cob".

      *    1 registro por cheque em custodia; o grupo 0 e o dos
      *    vencidos e o grupo N e a semana N a partir de hoje
       SD  ARQUIVO-ORDENACAO-CHEQUE.

       01  REGISTRO-ORDENACAO-CHEQUE.
           05 ORD-GRUPO PIC 9(3).
           05 ORD-BOM-PARA PIC 9(8).
           05 ORD-CUSTODIA PIC 9(6).
           05 ORD-CLIENTE PIC 9(6).
           05 ORD-BANCO PIC 9(3).
           05 ORD-NUMERO PIC 9(6).
           05 ORD-VALOR PIC 9(8)V99.

       WORKING-STORAGE SECTION.

       01  CHEQUE-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-BOM-PARA-DESMONTADA.
           05 BOM-PARA-AA PIC 9(4).
           05 BOM-PARA-MM PIC 99.
           05 BOM-PARA-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-BOM-PARA PIC 9(6).
       01  SEMANA-CALCULADA PIC 9(6).
       01  DIA-INICIAL-DA-SEMANA PIC 9(4).
       01  DIA-FINAL-DA-SEMANA PIC 9(4).

       01  GRUPO-EM-CURSO PIC 9(3).
       01  QTDE-DO-GRUPO PIC 9(5).
       01  VALOR-DO-GRUPO PIC 9(9)V99.
       01  NOME-DO-CLIENTE PIC X(30).

       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.

       01  TOTAL-CHEQUES PIC 9(6) VALUE 0.
       01  TOTAL-VALOR PIC 9(10)V99 VALUE 0.
       01  TOTAL-VENCIDOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-VENCIDOS PIC 9(10)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           PERFORM IMPRIME-CABECALHO.

           SORT ARQUIVO-ORDENACAO-CHEQUE
               ON ASCENDING KEY ORD-GRUPO ORD-BOM-PARA ORD-CUSTODIA
               INPUT PROCEDURE IS CARREGA-CHEQUES-EM-CUSTODIA
               OUTPUT PROCEDURE IS IMPRIME-CUSTODIA.

           PERFORM IMPRIME-RODAPE.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-CHEQUES-EM-CUSTODIA.
           OPEN INPUT ARQUIVO-CHEQUE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CHEQUE.
           PERFORM RELEASE-CHEQUE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CHEQUE.

       LER-PROXIMO-CHEQUE.
           READ ARQUIVO-CHEQUE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-CHEQUE.
           IF CHEQUE-EM-CUSTODIA
               PERFORM CALCULA-GRUPO-DO-CHEQUE
               MOVE CHEQUE-BOM-PARA TO ORD-BOM-PARA
               MOVE CHEQUE-CUSTODIA TO ORD-CUSTODIA
               MOVE CHEQUE-CLIENTE TO ORD-CLIENTE
               MOVE CHEQUE-BANCO TO ORD-BANCO
               MOVE CHEQUE-NUMERO TO ORD-NUMERO
               MOVE CHEQUE-VALOR TO ORD-VALOR
               RELEASE REGISTRO-ORDENACAO-CHEQUE
           END-IF.
           PERFORM LER-PROXIMO-CHEQUE.

       CALCULA-GRUPO-DO-CHEQUE.
      *    Bom-para antes de hoje e vencido (grupo 0); hoje ate o
      *    6o dia e a semana 1, do 7o ao 13o a semana 2, ...
           MOVE CHEQUE-BOM-PARA TO DATA-BOM-PARA-DESMONTADA.
           COMPUTE DIAS-BOM-PARA = BOM-PARA-AA * 360
               + BOM-PARA-MM * 30 + BOM-PARA-DD.
           IF DIAS-BOM-PARA < DIAS-HOJE
               MOVE ZEROS TO ORD-GRUPO
           ELSE
               COMPUTE SEMANA-CALCULADA =
                   (DIAS-BOM-PARA - DIAS-HOJE) / 7 + 1
               IF SEMANA-CALCULADA > 999
                   MOVE 999 TO ORD-GRUPO
               ELSE
                   MOVE SEMANA-CALCULADA TO ORD-GRUPO
               END-IF
           END-IF.

       IMPRIME-CUSTODIA.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-CHEQUE.
           PERFORM IMPRIME-GRUPO UNTIL FINAL-ORDENADO = "S".
           CLOSE ARQUIVO-CLIENTE.

       RETORNA-CHEQUE.
           RETURN ARQUIVO-ORDENACAO-CHEQUE
               AT END MOVE "S" TO FINAL-ORDENADO.

       IMPRIME-GRUPO.
      *    Imprime os cheques do grupo ate a troca de semana
           MOVE ORD-GRUPO TO GRUPO-EM-CURSO.
           MOVE ZEROS TO QTDE-DO-GRUPO.
           MOVE ZEROS TO VALOR-DO-GRUPO.
           PERFORM IMPRIME-TITULO-DO-GRUPO.
           PERFORM IMPRIME-CHEQUE-DO-GRUPO
               UNTIL FINAL-ORDENADO = "S"
               OR ORD-GRUPO NOT = GRUPO-EM-CURSO.
           PERFORM IMPRIME-TOTAL-DO-GRUPO.

       IMPRIME-TITULO-DO-GRUPO.
           IF LINHAS-NA-PAGINA > MAX-LINHAS-PAGINA - 4
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY " ".
           IF GRUPO-EM-CURSO = 0
               DISPLAY "VENCIDOS - DEPOSITAR"
           ELSE
               COMPUTE DIA-INICIAL-DA-SEMANA =
                   (GRUPO-EM-CURSO - 1) * 7
               COMPUTE DIA-FINAL-DA-SEMANA =
                   DIA-INICIAL-DA-SEMANA + 6
               DISPLAY "SEMANA " GRUPO-EM-CURSO " - BONS DAQUI A "
                   DIA-INICIAL-DA-SEMANA " ATE " DIA-FINAL-DA-SEMANA
                   " DIAS"
           END-IF.
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CHEQUE-DO-GRUPO.
           IF LINHAS-NA-PAGINA > MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM BUSCA-NOME-DO-CLIENTE.
           DISPLAY ORD-CUSTODIA " " ORD-BOM-PARA " " ORD-CLIENTE " "
               NOME-DO-CLIENTE " " ORD-BANCO " " ORD-NUMERO " "
               ORD-VALOR.
           ADD 1 TO LINHAS-NA-PAGINA.
           ADD 1 TO QTDE-DO-GRUPO.
           ADD ORD-VALOR TO VALOR-DO-GRUPO.
           ADD 1 TO TOTAL-CHEQUES.
           ADD ORD-VALOR TO TOTAL-VALOR.
           IF GRUPO-EM-CURSO = 0
               ADD 1 TO TOTAL-VENCIDOS
               ADD ORD-VALOR TO TOTAL-VALOR-VENCIDOS
           END-IF.
           PERFORM RETORNA-CHEQUE.

       BUSCA-NOME-DO-CLIENTE.
           MOVE ORD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "*** CLIENTE NAO ACHADO ***"
                       TO NOME-DO-CLIENTE
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO NOME-DO-CLIENTE
           END-READ.

       IMPRIME-TOTAL-DO-GRUPO.
           DISPLAY "   CHEQUES NO GRUPO: " QTDE-DO-GRUPO
               "   VALOR: " VALOR-DO-GRUPO.
           ADD 1 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "CHEQUES EM CUSTODIA POR SEMANA DE DEPOSITO "
               "- PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "CUSTOD BOM-PARA CLIENTE NOME"
               "                           BCO CHEQUE VALOR".
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "CHEQUES EM CUSTODIA: " TOTAL-CHEQUES.
           DISPLAY "VALOR EM CUSTODIA: " TOTAL-VALOR.
           DISPLAY "VENCIDOS AINDA NAO DEPOSITADOS: " TOTAL-VENCIDOS
               "   VALOR: " TOTAL-VALOR-VENCIDOS.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cheques listados; a linha sai sob a sigla
      *    RELCHQ (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "RELCHQ" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CHEQUES TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG326.
      *    Programa do Relatorio Semanal de Lotes a Vencer
      *    Lista os lotes de produto perecivel (estoque_lotes.dat,
      *    mantido pela sub-rotina PROG325) que ainda tem saldo em
      *    estoque e estao vencidos ou vencem nos proximos N dias
      *    (informado pelo operador, ENTER fica com 30), contados a
      *    partir de hoje em dias comerciais (mes de 30 dias, como no
      *    PROG324). Os vencidos saem a frente, pra retirada do
      *    estoque - a reserva e a expedicao ja nao tiram deles -, e
      *    depois os que vencem dentro do prazo, pra promocao ou
      *    transferencia antes de perder. Cada lote sai com o
      *    produto, a filial, o lote, a validade, o saldo, a reserva
      *    e o valor ao custo medio do produto; cada grupo tem a
      *    quantidade de lotes, o saldo e o valor, e o relatorio
      *    fecha com o total geral. Os lotes sao ordenados por um
      *    SORT de procedimento (molde do PROG205) pelo grupo, pela
      *    validade, pelo produto e pela filial. A linha de status
      *    sai sob a sigla LOTVEN com a quantidade de lotes listados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLOTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELSTATUS.cob".

           SELECT ARQUIVO-ORDENACAO-LOTE
           ASSIGN TO "prog326.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLOTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDSTATUS.cob".

      *    1 registro por lote listado; o grupo 0 e o dos vencidos e
      *    o grupo 1 o dos que vencem dentro do prazo
       SD  ARQUIVO-ORDENACAO-LOTE.

       01  REGISTRO-ORDENACAO-LOTE.
           05 ORD-GRUPO PIC 9.
           05 ORD-VALIDADE PIC 9(8).
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-FILIAL PIC X(4).
           05 ORD-LOTE PIC X(10).
           05 ORD-SALDO PIC 9(6).
           05 ORD-RESERVADO PIC 9(6).

       WORKING-STORAGE SECTION.

       01  LOTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-VALIDADE-DESMONTADA.
           05 VALIDADE-AA PIC 9(4).
           05 VALIDADE-MM PIC 99.
           05 VALIDADE-DD PIC 99.

       01  DIAS-DE-PRAZO PIC 9(3).
       01  DIAS-HOJE PIC 9(6).
       01  DIAS-VALIDADE PIC 9(6).
       01  DIAS-LIMITE PIC 9(6).

       01  GRUPO-EM-CURSO PIC 9.
       01  QTDE-DO-GRUPO PIC 9(5).
       01  SALDO-DO-GRUPO PIC 9(8).
       01  VALOR-DO-GRUPO PIC 9(9)V99.
       01  DESCRICAO-DO-PRODUTO PIC X(20).
       01  CUSTO-DO-PRODUTO PIC 9(5)V99.
       01  VALOR-DO-LOTE PIC 9(9)V99.

       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.

       01  TOTAL-LOTES PIC 9(6) VALUE 0.
       01  TOTAL-SALDO PIC 9(8) VALUE 0.
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

           DISPLAY "Dias a frente para os lotes a vencer "
               "(ENTER = 30):".
           MOVE ZEROS TO DIAS-DE-PRAZO.
           ACCEPT DIAS-DE-PRAZO.
           IF DIAS-DE-PRAZO = 0
               MOVE 30 TO DIAS-DE-PRAZO
           END-IF.
           COMPUTE DIAS-LIMITE = DIAS-HOJE + DIAS-DE-PRAZO.

           PERFORM IMPRIME-CABECALHO.

           SORT ARQUIVO-ORDENACAO-LOTE
               ON ASCENDING KEY ORD-GRUPO ORD-VALIDADE ORD-PRODUTO
                   ORD-FILIAL ORD-LOTE
               INPUT PROCEDURE IS CARREGA-LOTES-A-VENCER
               OUTPUT PROCEDURE IS IMPRIME-LOTES.

           PERFORM IMPRIME-RODAPE.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-LOTES-A-VENCER.
           OPEN INPUT ARQUIVO-LOTE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LOTE.
           PERFORM RELEASE-LOTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LOTE.

       LER-PROXIMO-LOTE.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-LOTE.
      *    So entra lote com saldo; validade antes de hoje e vencido
      *    (grupo 0), ate hoje mais o prazo e a vencer (grupo 1)
           IF LOTE-SALDO > 0
               MOVE LOTE-VALIDADE TO DATA-VALIDADE-DESMONTADA
               COMPUTE DIAS-VALIDADE = VALIDADE-AA * 360
                   + VALIDADE-MM * 30 + VALIDADE-DD
               IF DIAS-VALIDADE NOT > DIAS-LIMITE
                   IF DIAS-VALIDADE < DIAS-HOJE
                       MOVE 0 TO ORD-GRUPO
                   ELSE
                       MOVE 1 TO ORD-GRUPO
                   END-IF
                   MOVE LOTE-VALIDADE TO ORD-VALIDADE
                   MOVE LOTE-PRODUTO TO ORD-PRODUTO
                   MOVE LOTE-FILIAL TO ORD-FILIAL
                   MOVE LOTE-NUMERO TO ORD-LOTE
                   MOVE LOTE-SALDO TO ORD-SALDO
                   MOVE LOTE-QTDE-RESERVADA TO ORD-RESERVADO
                   RELEASE REGISTRO-ORDENACAO-LOTE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-LOTE.

       IMPRIME-LOTES.
           OPEN INPUT ARQUIVO-PRODUTO.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-LOTE.
           PERFORM IMPRIME-GRUPO UNTIL FINAL-ORDENADO = "S".
           CLOSE ARQUIVO-PRODUTO.

       RETORNA-LOTE.
           RETURN ARQUIVO-ORDENACAO-LOTE
               AT END MOVE "S" TO FINAL-ORDENADO.

       IMPRIME-GRUPO.
      *    Imprime os lotes do grupo ate a troca de grupo
           MOVE ORD-GRUPO TO GRUPO-EM-CURSO.
           MOVE ZEROS TO QTDE-DO-GRUPO.
           MOVE ZEROS TO SALDO-DO-GRUPO.
           MOVE ZEROS TO VALOR-DO-GRUPO.
           PERFORM IMPRIME-TITULO-DO-GRUPO.
           PERFORM IMPRIME-LOTE-DO-GRUPO
               UNTIL FINAL-ORDENADO = "S"
               OR ORD-GRUPO NOT = GRUPO-EM-CURSO.
           PERFORM IMPRIME-TOTAL-DO-GRUPO.

       IMPRIME-TITULO-DO-GRUPO.
           IF LINHAS-NA-PAGINA > MAX-LINHAS-PAGINA - 4
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY " ".
           IF GRUPO-EM-CURSO = 0
               DISPLAY "VENCIDOS AINDA EM ESTOQUE - RETIRAR"
           ELSE
               DISPLAY "A VENCER NOS PROXIMOS " DIAS-DE-PRAZO " DIAS"
           END-IF.
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-LOTE-DO-GRUPO.
           IF LINHAS-NA-PAGINA > MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM BUSCA-PRODUTO-DO-LOTE.
           COMPUTE VALOR-DO-LOTE = ORD-SALDO * CUSTO-DO-PRODUTO.
           DISPLAY ORD-PRODUTO " " DESCRICAO-DO-PRODUTO " "
               ORD-FILIAL " " ORD-LOTE " " ORD-VALIDADE " "
               ORD-SALDO " " ORD-RESERVADO " " VALOR-DO-LOTE.
           ADD 1 TO LINHAS-NA-PAGINA.
           ADD 1 TO QTDE-DO-GRUPO.
           ADD ORD-SALDO TO SALDO-DO-GRUPO.
           ADD VALOR-DO-LOTE TO VALOR-DO-GRUPO.
           ADD 1 TO TOTAL-LOTES.
           ADD ORD-SALDO TO TOTAL-SALDO.
           ADD VALOR-DO-LOTE TO TOTAL-VALOR.
           IF GRUPO-EM-CURSO = 0
               ADD 1 TO TOTAL-VENCIDOS
               ADD VALOR-DO-LOTE TO TOTAL-VALOR-VENCIDOS
           END-IF.
           PERFORM RETORNA-LOTE.

       BUSCA-PRODUTO-DO-LOTE.
           MOVE ORD-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE "*** NAO ACHADO ***" TO DESCRICAO-DO-PRODUTO
                   MOVE ZEROS TO CUSTO-DO-PRODUTO
               NOT INVALID KEY
                   MOVE PRODUTO-DESCRICAO TO DESCRICAO-DO-PRODUTO
                   MOVE PRODUTO-CUSTO-UNITARIO TO CUSTO-DO-PRODUTO
           END-READ.

       IMPRIME-TOTAL-DO-GRUPO.
           DISPLAY "   LOTES NO GRUPO: " QTDE-DO-GRUPO
               "   SALDO: " SALDO-DO-GRUPO
               "   VALOR: " VALOR-DO-GRUPO.
           ADD 1 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "LOTES VENCIDOS E A VENCER EM ESTOQUE "
               "- PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "PROD DESCRICAO            FIL  LOTE       "
               "VALIDADE SALDO  RESERV VALOR".
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "LOTES LISTADOS: " TOTAL-LOTES.
           DISPLAY "SALDO LISTADO: " TOTAL-SALDO.
           DISPLAY "VALOR LISTADO: " TOTAL-VALOR.
           DISPLAY "VENCIDOS AINDA EM ESTOQUE: " TOTAL-VENCIDOS
               "   VALOR: " TOTAL-VALOR-VENCIDOS.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de lotes listados; a linha sai sob a sigla
      *    LOTVEN (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "LOTVEN" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-LOTES TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG315.
      *    Programa de Distribuicao dos Relatorios por Filial
      *    Os relatorios de pedidos em aberto (PROG65), aging
      *    (PROG68), ponto de reposicao (PROG119), cartas de cobranca
      *    (PROG139) e faltas de ponto (PROG160) saem pra empresa
      *    toda, e cada filial tinha que catar as suas folhas no
      *    meio das outras. Cada um desses relatorios grava, junto
      *    com a impressao, a copia das suas linhas com a filial de
      *    cada item em distribuir_progNN.dat; esta rodada le cada
      *    copia, ordena por filial com o mesmo SORT de procedimento
      *    do PROG205 e grava 1 arquivo de impressao por filial e
      *    relatorio, datado pela data do relatorio:
      *    <relatorio>_<filial>_AAAAMMDD.txt. Cada arquivo leva so os
      *    itens daquela filial, com cabecalho proprio (titulo,
      *    filial, data e pagina), total de itens e de valor em cada
      *    pagina e o total da filial no fim; o item nunca e partido
      *    entre 2 paginas. Item sem filial (cliente ou departamento
      *    fora do cadastro, produto sem posicao em filial nenhuma)
      *    vai pro arquivo da filial SEMF.
      *    Cada arquivo gerado e anotado no log acumulado
      *    distribuicao_relatorios.dat: data e hora da distribuicao,
      *    relatorio, data do relatorio, filial, nome do arquivo e
      *    os totais. Relatorio que nao regerou a copia (ausente ou
      *    vazia) so e avisado na tela. A linha de status sai sob a
      *    sigla DISTRL com a quantidade de arquivos gerados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDISTREL.cob".
           COPY "SELDISTLOG.cob".
           COPY "SELFILIAL.cob".
           COPY "SELSTATUS.cob".

           SELECT ARQUIVO-RELATORIO-FILIAL
           ASSIGN TO DYNAMIC NOME-ARQUIVO-FILIAL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ORDENACAO-DISTRIBUICAO
           ASSIGN TO "prog315.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDDISTREL.cob".
           COPY "FDDISTLOG.cob".
           COPY "FDFILIAL.cob".
           COPY "FDSTATUS.cob".

       FD ARQUIVO-RELATORIO-FILIAL.

       01  LINHA-RELATORIO-FILIAL PIC X(132).

       SD  ARQUIVO-ORDENACAO-DISTRIBUICAO.

       01  REGISTRO-ORDENACAO-DISTRIBUICAO.
           05 ORD-RELATORIO PIC X(8).
           05 ORD-DATA PIC 9(8).
           05 ORD-FILIAL PIC X(4).
           05 ORD-ITEM PIC 9(6).
           05 ORD-LINHA PIC 9(2).
           05 ORD-VALOR PIC 9(9)V99.
           05 ORD-TEXTO PIC X(132).

       WORKING-STORAGE SECTION.

       01  DISTR-FILE-STATUS PIC X(2).
       01  LOGD-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.

       01  DATA-EXECUCAO PIC 9(8).

       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50).
       01  NOME-ARQUIVO-FILIAL PIC X(50).

      *    Relatorios distribuidos: programa, copia gravada por ele,
      *    prefixo do arquivo da filial, titulo e se o item tem valor
      *    (as faltas de ponto so somam a quantidade), no padrao de
      *    FILLER e REDEFINES do PROG86
       01  RELATORIOS-TABELA-INIT.
           05 FILLER PIC X(8) VALUE "PROG65".
           05 FILLER PIC X(24) VALUE "distribuir_prog65.dat".
           05 FILLER PIC X(20) VALUE "pedidos_abertos".
           05 FILLER PIC X(40) VALUE "RELATORIO DE PEDIDOS EM ABERTO".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC X(8) VALUE "PROG68".
           05 FILLER PIC X(24) VALUE "distribuir_prog68.dat".
           05 FILLER PIC X(20) VALUE "aging_receber".
           05 FILLER PIC X(40) VALUE "AGING DE CONTAS A RECEBER".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC X(8) VALUE "PROG119".
           05 FILLER PIC X(24) VALUE "distribuir_prog119.dat".
           05 FILLER PIC X(20) VALUE "ponto_reposicao".
           05 FILLER PIC X(40) VALUE "RELATORIO DE PONTO DE REPOSICAO".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC X(8) VALUE "PROG139".
           05 FILLER PIC X(24) VALUE "distribuir_prog139.dat".
           05 FILLER PIC X(20) VALUE "cartas_cobranca".
           05 FILLER PIC X(40) VALUE "CARTAS DE COBRANCA".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC X(8) VALUE "PROG160".
           05 FILLER PIC X(24) VALUE "distribuir_prog160.dat".
           05 FILLER PIC X(20) VALUE "faltas_ponto".
           05 FILLER PIC X(40) VALUE "RELATORIO DE FALTAS DE PONTO".
           05 FILLER PIC X VALUE "N".

       01  RELATORIOS-TABELA REDEFINES RELATORIOS-TABELA-INIT.
           05 RELATORIO-ITEM OCCURS 5 TIMES.
               10 RELATORIO-PROGRAMA PIC X(8).
               10 RELATORIO-COPIA PIC X(24).
               10 RELATORIO-PREFIXO PIC X(20).
               10 RELATORIO-TITULO PIC X(40).
               10 RELATORIO-COM-VALOR PIC X.

       01  QTDE-RELATORIOS PIC 9 VALUE 5.
       01  INDICE-RELATORIO PIC 9.

       01  DATA-RELATORIO.
           05 DATA-RELATORIO-AA PIC 9(4).
           05 DATA-RELATORIO-MM PIC 99.
           05 DATA-RELATORIO-DD PIC 99.

       01  FILIAL-ANTERIOR PIC X(4).
       01  ITEM-ANTERIOR PIC 9(6).
       01  NOME-FILIAL-EXIBIDO PIC X(20).

      *    As linhas de 1 item ficam guardadas ate o item fechar, pra
      *    saber se ele ainda cabe na pagina corrente
       01  TABELA-LINHAS-DO-ITEM.
           05 ITEM-LINHA PIC X(132) OCCURS 20 TIMES.
       01  QTDE-LINHAS-DO-ITEM PIC 9(2).
       01  MAX-LINHAS-DO-ITEM PIC 9(2) VALUE 20.
       01  INDICE-LINHA PIC 9(2).
       01  VALOR-DO-ITEM PIC 9(9)V99.

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  PAGINA-FLAG PIC X VALUE "N".
           88 PAGINA-ABERTA VALUE "S".
           88 PAGINA-FECHADA VALUE "N".

       01  ITENS-DA-PAGINA PIC 9(6).
       01  VALOR-DA-PAGINA PIC 9(11)V99.
       01  ITENS-DA-FILIAL PIC 9(6).
       01  VALOR-DA-FILIAL PIC 9(11)V99.

       01  LINHA-DETALHE PIC X(132).
       01  ITENS-EXIBIDOS PIC ZZZZZ9.
       01  VALOR-EXIBIDO PIC ZZZZZZZZZZ9.99.
       01  PAGINAS-EXIBIDAS PIC ZZ9.

       01  TOTAL-LIDAS-DO-RELATORIO PIC 9(7).
       01  TOTAL-ARQUIVOS-GERADOS PIC 9(6) VALUE 0.
       01  TOTAL-ITENS-TRUNCADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FILIAL.
           OPEN EXTEND ARQUIVO-LOG-DISTRIBUICAO.

           PERFORM DISTRIBUI-RELATORIO
               VARYING INDICE-RELATORIO FROM 1 BY 1
               UNTIL INDICE-RELATORIO > QTDE-RELATORIOS.

           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-LOG-DISTRIBUICAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "ARQUIVOS DE FILIAL GERADOS: "
               TOTAL-ARQUIVOS-GERADOS.
           IF TOTAL-ITENS-TRUNCADOS > 0
               DISPLAY "ITENS COM MAIS DE " MAX-LINHAS-DO-ITEM
                   " LINHAS (CORTADOS): " TOTAL-ITENS-TRUNCADOS
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       DISTRIBUI-RELATORIO.
      *    Relatorio sem copia (nao regerou a copia desde a ultima
      *    distribuicao, ou nao listou nada) so e avisado
           MOVE RELATORIO-COPIA(INDICE-RELATORIO)
               TO NOME-ARQUIVO-DISTRIBUICAO.
           PERFORM CONFERE-COPIA-DO-RELATORIO.
           IF FINAL-ARQUIVO = "S"
               DISPLAY RELATORIO-PROGRAMA(INDICE-RELATORIO)
                   " - NADA A DISTRIBUIR EM "
                   NOME-ARQUIVO-DISTRIBUICAO
           ELSE
               MOVE 0 TO TOTAL-LIDAS-DO-RELATORIO
               SORT ARQUIVO-ORDENACAO-DISTRIBUICAO
                   ON ASCENDING KEY ORD-FILIAL ORD-ITEM ORD-LINHA
                   INPUT PROCEDURE IS CARREGA-COPIA-DO-RELATORIO
                   OUTPUT PROCEDURE IS ENTREGA-RELATORIO-POR-FILIAL
               DISPLAY RELATORIO-PROGRAMA(INDICE-RELATORIO)
                   " - LINHAS DISTRIBUIDAS: "
                   TOTAL-LIDAS-DO-RELATORIO
           END-IF.

       CONFERE-COPIA-DO-RELATORIO.
           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DA-COPIA.
           CLOSE ARQUIVO-DISTRIBUICAO.

       LER-PROXIMA-LINHA-DA-COPIA.
           READ ARQUIVO-DISTRIBUICAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CARREGA-COPIA-DO-RELATORIO.
      *    Cada linha da copia vai pro SORT; filial em branco ou
      *    "????" (item sem filial) entra como SEMF
           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DA-COPIA.
           PERFORM RELEASE-LINHA-DA-COPIA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DISTRIBUICAO.

       RELEASE-LINHA-DA-COPIA.
           MOVE LINHA-DISTRIBUICAO TO REGISTRO-ORDENACAO-DISTRIBUICAO.
           IF ORD-FILIAL = SPACE OR ORD-FILIAL = "????"
               MOVE "SEMF" TO ORD-FILIAL
           END-IF.
           RELEASE REGISTRO-ORDENACAO-DISTRIBUICAO.
           ADD 1 TO TOTAL-LIDAS-DO-RELATORIO.
           PERFORM LER-PROXIMA-LINHA-DA-COPIA.

       ENTREGA-RELATORIO-POR-FILIAL.
           MOVE SPACE TO FILIAL-ANTERIOR.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-PROXIMO-ORDENADO.
           PERFORM TRATA-ORDENADO UNTIL FINAL-ORDENADO = "S".
           IF FILIAL-ANTERIOR NOT = SPACE
               PERFORM FECHA-ITEM
               PERFORM FECHA-ARQUIVO-DA-FILIAL
           END-IF.

       RETORNA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO-DISTRIBUICAO
               AT END MOVE "S" TO FINAL-ORDENADO.

       TRATA-ORDENADO.
           IF ORD-FILIAL NOT = FILIAL-ANTERIOR
               IF FILIAL-ANTERIOR NOT = SPACE
                   PERFORM FECHA-ITEM
                   PERFORM FECHA-ARQUIVO-DA-FILIAL
               END-IF
               PERFORM ABRE-ARQUIVO-DA-FILIAL
               PERFORM ABRE-ITEM
           ELSE
               IF ORD-ITEM NOT = ITEM-ANTERIOR
                   PERFORM FECHA-ITEM
                   PERFORM ABRE-ITEM
               END-IF
           END-IF.
           PERFORM GUARDA-LINHA-DO-ITEM.
           PERFORM RETORNA-PROXIMO-ORDENADO.

       ABRE-ARQUIVO-DA-FILIAL.
      *    1 arquivo por filial e relatorio, com a data do relatorio
      *    (a da copia) no nome
           MOVE ORD-FILIAL TO FILIAL-ANTERIOR.
           MOVE ORD-DATA TO DATA-RELATORIO.
           PERFORM BUSCA-NOME-FILIAL.

           MOVE SPACES TO NOME-ARQUIVO-FILIAL.
           STRING RELATORIO-PREFIXO(INDICE-RELATORIO)
               DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FILIAL-ANTERIOR DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               DATA-RELATORIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOME-ARQUIVO-FILIAL.
           OPEN OUTPUT ARQUIVO-RELATORIO-FILIAL.

           MOVE 0 TO NUMERO-PAGINA.
           MOVE 0 TO ITENS-DA-FILIAL.
           MOVE 0 TO VALOR-DA-FILIAL.
           SET PAGINA-FECHADA TO TRUE.

       BUSCA-NOME-FILIAL.
      *    Codigo fora do cadastro (ou o grupo SEMF) sai sem nome
           MOVE FILIAL-ANTERIOR TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   MOVE SPACE TO NOME-FILIAL-EXIBIDO
               NOT INVALID KEY
                   MOVE FILIAL-NOME TO NOME-FILIAL-EXIBIDO
           END-READ.
           IF FILIAL-ANTERIOR = "SEMF"
               MOVE "(SEM FILIAL)" TO NOME-FILIAL-EXIBIDO
           END-IF.

       ABRE-ITEM.
           MOVE ORD-ITEM TO ITEM-ANTERIOR.
           MOVE 0 TO QTDE-LINHAS-DO-ITEM.
           MOVE 0 TO VALOR-DO-ITEM.

       GUARDA-LINHA-DO-ITEM.
      *    Item com mais linhas do que a tabela comporta sai cortado
      *    e contado no rodape da rodada
           ADD ORD-VALOR TO VALOR-DO-ITEM.
           IF QTDE-LINHAS-DO-ITEM < MAX-LINHAS-DO-ITEM
               ADD 1 TO QTDE-LINHAS-DO-ITEM
               MOVE ORD-TEXTO TO ITEM-LINHA(QTDE-LINHAS-DO-ITEM)
           ELSE
               IF ORD-LINHA = MAX-LINHAS-DO-ITEM + 1
                   ADD 1 TO TOTAL-ITENS-TRUNCADOS
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

       FECHA-ITEM.
      *    O item inteiro vai pra pagina corrente se couber; senao a
      *    pagina fecha com os seus totais e o item abre a seguinte
           IF PAGINA-ABERTA
               AND LINHAS-NA-PAGINA + QTDE-LINHAS-DO-ITEM
                   > MAX-LINHAS-PAGINA
               PERFORM FECHA-PAGINA
           END-IF.
           IF PAGINA-FECHADA
               PERFORM ABRE-PAGINA
           END-IF.
           PERFORM GRAVA-LINHA-DO-ITEM
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTDE-LINHAS-DO-ITEM.
           ADD 1 TO ITENS-DA-PAGINA.
           ADD VALOR-DO-ITEM TO VALOR-DA-PAGINA.

       GRAVA-LINHA-DO-ITEM.
           MOVE ITEM-LINHA(INDICE-LINHA) TO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           ADD 1 TO LINHAS-NA-PAGINA.

       ABRE-PAGINA.
      *    Cabecalho de cada pagina no padrao do PROG51: titulo com a
      *    filial e o numero da pagina, data do relatorio e traco
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           MOVE 0 TO ITENS-DA-PAGINA.
           MOVE 0 TO VALOR-DA-PAGINA.
           SET PAGINA-ABERTA TO TRUE.

           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           STRING RELATORIO-TITULO(INDICE-RELATORIO)
               DELIMITED BY "  "
               " - FILIAL " DELIMITED BY SIZE
               FILIAL-ANTERIOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-FILIAL-EXIBIDO DELIMITED BY SIZE
               " - PAGINA " DELIMITED BY SIZE
               NUMERO-PAGINA DELIMITED BY SIZE
               INTO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           STRING "DATA: " DELIMITED BY SIZE
               DATA-RELATORIO-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-RELATORIO-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-RELATORIO-AA DELIMITED BY SIZE
               INTO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           MOVE ALL "-" TO LINHA-RELATORIO-FILIAL(1:45).
           WRITE LINHA-RELATORIO-FILIAL.

       FECHA-PAGINA.
      *    Rodape da pagina so com os itens dela; relatorio sem valor
      *    (faltas de ponto) mostra so a quantidade
           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           MOVE ALL "-" TO LINHA-RELATORIO-FILIAL(1:45).
           WRITE LINHA-RELATORIO-FILIAL.
           MOVE ITENS-DA-PAGINA TO ITENS-EXIBIDOS.
           MOVE VALOR-DA-PAGINA TO VALOR-EXIBIDO.
           MOVE SPACES TO LINHA-DETALHE.
           IF RELATORIO-COM-VALOR(INDICE-RELATORIO) = "S"
               STRING "TOTAL DA PAGINA - ITENS: " DELIMITED BY SIZE
                   ITENS-EXIBIDOS DELIMITED BY SIZE
                   " VALOR: " DELIMITED BY SIZE
                   VALOR-EXIBIDO DELIMITED BY SIZE
                   INTO LINHA-DETALHE
           ELSE
               STRING "TOTAL DA PAGINA - ITENS: " DELIMITED BY SIZE
                   ITENS-EXIBIDOS DELIMITED BY SIZE
                   INTO LINHA-DETALHE
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           ADD ITENS-DA-PAGINA TO ITENS-DA-FILIAL.
           ADD VALOR-DA-PAGINA TO VALOR-DA-FILIAL.
           SET PAGINA-FECHADA TO TRUE.

       FECHA-ARQUIVO-DA-FILIAL.
           IF PAGINA-ABERTA
               PERFORM FECHA-PAGINA
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO-FILIAL.
           MOVE ALL "=" TO LINHA-RELATORIO-FILIAL(1:45).
           WRITE LINHA-RELATORIO-FILIAL.
           MOVE ITENS-DA-FILIAL TO ITENS-EXIBIDOS.
           MOVE VALOR-DA-FILIAL TO VALOR-EXIBIDO.
           MOVE NUMERO-PAGINA TO PAGINAS-EXIBIDAS.
           MOVE SPACES TO LINHA-DETALHE.
           IF RELATORIO-COM-VALOR(INDICE-RELATORIO) = "S"
               STRING "TOTAL DA FILIAL - ITENS: " DELIMITED BY SIZE
                   ITENS-EXIBIDOS DELIMITED BY SIZE
                   " VALOR: " DELIMITED BY SIZE
                   VALOR-EXIBIDO DELIMITED BY SIZE
                   " PAGINAS: " DELIMITED BY SIZE
                   PAGINAS-EXIBIDAS DELIMITED BY SIZE
                   INTO LINHA-DETALHE
           ELSE
               STRING "TOTAL DA FILIAL - ITENS: " DELIMITED BY SIZE
                   ITENS-EXIBIDOS DELIMITED BY SIZE
                   " PAGINAS: " DELIMITED BY SIZE
                   PAGINAS-EXIBIDAS DELIMITED BY SIZE
                   INTO LINHA-DETALHE
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO-FILIAL.
           WRITE LINHA-RELATORIO-FILIAL.
           CLOSE ARQUIVO-RELATORIO-FILIAL.

           PERFORM GRAVA-LOG-DISTRIBUICAO.
           ADD 1 TO TOTAL-ARQUIVOS-GERADOS.
           DISPLAY "  FILIAL " FILIAL-ANTERIOR " - ITENS: "
               ITENS-EXIBIDOS " - " NOME-ARQUIVO-FILIAL.

       GRAVA-LOG-DISTRIBUICAO.
      *    1 linha por arquivo entregue: que relatorio, de que data,
      *    pra que filial, quando e com que totais
           MOVE SPACES TO LINHA-LOG-DISTRIBUICAO.
           MOVE DATA-EXECUCAO TO LOGD-DATA-DISTRIBUICAO.
           ACCEPT LOGD-HORA FROM TIME.
           MOVE RELATORIO-PROGRAMA(INDICE-RELATORIO)
               TO LOGD-RELATORIO.
           MOVE DATA-RELATORIO TO LOGD-DATA-RELATORIO.
           MOVE FILIAL-ANTERIOR TO LOGD-FILIAL.
           MOVE NOME-ARQUIVO-FILIAL TO LOGD-ARQUIVO.
           MOVE ITENS-DA-FILIAL TO LOGD-QTDE-ITENS.
           MOVE NUMERO-PAGINA TO LOGD-QTDE-PAGINAS.
           MOVE VALOR-DA-FILIAL TO LOGD-VALOR-TOTAL.
           WRITE LINHA-LOG-DISTRIBUICAO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de arquivos de filial gerados nesta rodada; a
      *    linha sai sob a sigla DISTRL - STATUS-PROGRAMA tem 6
      *    posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "DISTRL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ARQUIVOS-GERADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

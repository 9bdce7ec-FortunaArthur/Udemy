       PROGRAM-ID. PROG146.
      *    Programa do Balancete Mensal por Conta e Centro de Custo
      *    Le lancamentos.dat (gravado pela contabilizacao diaria do
      *    PROG145) e totaliza o mes informado (AAAAMM) por conta:
      *    debitos, creditos e o saldo de cada uma, e no rodape a
      *    prova de que o total de debitos fecha com o de creditos -
      *    a planilha que o contador remontava a cada mes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Passou a anexar sua linha a status_execucoes.dat, sob a
      *    sigla BALANC, com erro quando os debitos nao fecham com os
      *    creditos ou a tabela de contas estoura, e o STOP RUN virou
      *    GOBACK: o balancete e passo da cadeia do fechamento do mes
      *    do PROG309, que nao deixa o fechamento do periodo rodar em
      *    cima de balancete que nao fechou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLANCAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLANCAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MES-APURADO PIC 9(6).

       01  DATA-LANC-DESMONTADA.
           05 LANC-MES-AAMM PIC 9(6).
           05 LANC-DIA PIC 99.

       01  QTDE-CONTAS PIC 9(3) VALUE 0.
       01  TOTAL-CREDITOS PIC 9(11)V99 VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DO BALANCETE (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-LANCAMENTO.

           PERFORM IMPRIME-BALANCETE.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
           ELSE
               DISPLAY "*** DEBITOS NAO FECHAM COM CREDITOS - "
                   "INVESTIGAR OS LANCAMENTOS DO MES ***"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** BALANCETE INCOMPLETO - LANCAMENTOS FORA "
                   "DA TABELA DE CONTAS: " TOTAL-FORA-DA-TABELA
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       IMPRIME-LINHA-DA-CONTA.
               " DEBITOS: " CONTA-TAB-DEBITOS(INDICE-CONTA)
               " CREDITOS: " CONTA-TAB-CREDITOS(INDICE-CONTA)
               " SALDO: " SALDO-DA-CONTA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de lancamentos do mes; a linha sai sob a sigla
      *    BALANC - STATUS-PROGRAMA tem 6 posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "BALANC" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-LANCAMENTOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

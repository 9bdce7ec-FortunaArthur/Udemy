       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG309.
      *    Programa Controlador da Cadeia do Fechamento do Mes
      *    O fechamento do mes era uma lista em papel: fotografia do
      *    aging (PROG140), comissao (PROG71), fechamento da folha
      *    (PROG74), aprovacao da folha (PROG154), remessa bancaria
      *    (PROG76), contabilizacao (PROG145), balancete (PROG146) e
      *    fechamento do periodo (PROG165), rodados a mao - e ja
      *    aconteceu de a remessa sair antes da aprovacao. Este
      *    controlador, no mesmo molde da cadeia noturna do PROG85,
      *    guarda a sequencia numa tabela e so comeca a cadeia no
      *    dia marcado como CALENDARIO-FECHA-PERIODO em
      *    calendario.dat. Cada passo e conferido em
      *    status_execucoes.dat desde a data do fechamento: passo que
      *    ja logou retorno 0 e pulado (a rerodada retoma de onde
      *    parou), passo sem registro e disparado e conferido logo
      *    apos o retorno, e passo cuja ultima linha e de erro nunca
      *    e pulado - ou roda de novo, com a confirmacao do operador,
      *    ou a cadeia para ali.
      *    A aprovacao da folha e passo de gente: a cadeia nao chama
      *    o PROG154, para nele ate folha_aprovacao.dat estar
      *    APROVADA desde a data do fechamento, com a linha APRFOL
      *    em retorno 0. Depois da aprovacao, o PROG309 e rodado de
      *    novo informando a data do fechamento, e a cadeia segue da
      *    remessa em diante; a retomada em outro dia so e aceita se
      *    o primeiro passo rodou a partir daquela data.
      *    No fim de toda rodada sai o checklist do fechamento, com a
      *    situacao de cada passo (OK, ERRO, PENDENTE ou AGUARDANDO
      *    APROVACAO) e a data e hora da ultima linha que o passo
      *    deixou em status_execucoes.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCALENDARIO.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCALENDARIO.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CALENDARIO-FILE-STATUS PIC X(2).
       01  APROVACAO-FILE-STATUS PIC X(2).
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DO-FECHAMENTO PIC 9(8).
       01  FINAL-STATUS PIC X.
       01  RESPOSTA-REPETICAO PIC X.

      *    Sequencia do fechamento, no mesmo padrao de tabela com
      *    FILLER e REDEFINES do PROG85: cada passo traz o nome do
      *    programa a chamar, a sigla da linha de status, o tipo do
      *    passo (P disparado pela cadeia, A aprovacao de gente) e a
      *    descricao que sai no checklist
       01  FECHAMENTO-TABELA-INIT.
           05 FILLER PIC X(8) VALUE "PROG140".
           05 FILLER PIC X(6) VALUE "AGSNAP".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "FOTOGRAFIA DO AGING".
           05 FILLER PIC X(8) VALUE "PROG71".
           05 FILLER PIC X(6) VALUE "PROG71".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "COMISSAO DE VENDAS".
           05 FILLER PIC X(8) VALUE "PROG74".
           05 FILLER PIC X(6) VALUE "PROG74".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "FECHAMENTO DA FOLHA".
           05 FILLER PIC X(8) VALUE "PROG154".
           05 FILLER PIC X(6) VALUE "APRFOL".
           05 FILLER PIC X(1) VALUE "A".
           05 FILLER PIC X(28) VALUE "APROVACAO DA FOLHA".
           05 FILLER PIC X(8) VALUE "PROG76".
           05 FILLER PIC X(6) VALUE "PROG76".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "REMESSA BANCARIA DE SALARIOS".
           05 FILLER PIC X(8) VALUE "PROG145".
           05 FILLER PIC X(6) VALUE "CONTAB".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "CONTABILIZACAO DO MOVIMENTO".
           05 FILLER PIC X(8) VALUE "PROG146".
           05 FILLER PIC X(6) VALUE "BALANC".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "BALANCETE DO MES".
           05 FILLER PIC X(8) VALUE "PROG165".
           05 FILLER PIC X(6) VALUE "FECHAP".
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(28) VALUE "FECHAMENTO DO PERIODO".

       01  FECHAMENTO-TABELA REDEFINES FECHAMENTO-TABELA-INIT.
           05 FECHAMENTO-ITEM OCCURS 8 TIMES.
               10 FECHAMENTO-CHAMADA PIC X(8).
               10 FECHAMENTO-PASSO PIC X(6).
               10 FECHAMENTO-TIPO PIC X(1).
               10 FECHAMENTO-DESCRICAO PIC X(28).

       01  INDICE-PASSO PIC 9(2).
       01  CHAMADA-ATUAL PIC X(8).
       01  PASSO-ATUAL PIC X(6).
       01  PASSO-DA-PARADA PIC X(6).

       01  TIPO-DO-PASSO PIC X.
           88 PASSO-DE-APROVACAO VALUE "A".

       01  SITUACAO-DO-PASSO PIC X.
           88 PASSO-JA-OK VALUE "O".
           88 PASSO-COM-ERRO VALUE "E".
           88 PASSO-SEM-REGISTRO VALUE "N".
           88 PASSO-AGUARDANDO-APROVACAO VALUE "A".

       01  ULTIMA-DATA-DO-PASSO PIC 9(8).
       01  ULTIMA-HORA-DO-PASSO PIC 9(6).

       01  APROVACAO-OK-FLAG PIC X VALUE "N".
           88 FOLHA-APROVADA VALUE "S".
           88 FOLHA-NAO-APROVADA VALUE "N".

       01  OPERADOR-DA-APROVACAO PIC X(10).
       01  DATA-DA-APROVACAO PIC 9(8).

       01  DATA-FECHAMENTO-FLAG PIC X VALUE "S".
           88 DATA-FECHAMENTO-ACEITA VALUE "S".
           88 DATA-FECHAMENTO-RECUSADA VALUE "N".

       01  CADEIA-FLAG PIC X VALUE "S".
           88 CADEIA-SEGUE VALUE "S".
           88 CADEIA-PAROU VALUE "N".
           88 CADEIA-AGUARDA-APROVACAO VALUE "A".

       01  SITUACAO-NO-CHECKLIST PIC X(20).

       01  TOTAL-PASSOS-EXECUTADOS PIC 9(6) VALUE 0.
       01  TOTAL-PASSOS-PULADOS PIC 9(6) VALUE 0.
       01  TOTAL-PASSOS-OK PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "CONTROLADOR DA CADEIA DO FECHAMENTO DO MES - "
               "DATA " DATA-EXECUCAO.

           MOVE ZEROS TO DATA-DO-FECHAMENTO.
           DISPLAY "INFORME A DATA DO FECHAMENTO (AAAAMMDD, ENTER "
               "PARA HOJE):".
           ACCEPT DATA-DO-FECHAMENTO.
           IF DATA-DO-FECHAMENTO = 0
               MOVE DATA-EXECUCAO TO DATA-DO-FECHAMENTO
           END-IF.

           PERFORM CONFERE-DATA-DO-FECHAMENTO.
           IF DATA-FECHAMENTO-RECUSADA
               SET CADEIA-PAROU TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM PROCESSA-PASSO
               VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > 8 OR NOT CADEIA-SEGUE.
           MOVE PASSO-ATUAL TO PASSO-DA-PARADA.

           PERFORM IMPRIME-CHECKLIST.

           DISPLAY "---------------------------------------------".
           EVALUATE TRUE
               WHEN CADEIA-SEGUE
                   DISPLAY "FECHAMENTO DO MES CONCLUIDO - EXECUTADOS: "
                       TOTAL-PASSOS-EXECUTADOS " PULADOS: "
                       TOTAL-PASSOS-PULADOS
               WHEN CADEIA-AGUARDA-APROVACAO
                   DISPLAY "CADEIA PARADA AGUARDANDO A APROVACAO DA "
                       "FOLHA - APROVAR NO PROG154 E RERODAR O "
                       "PROG309 COM A DATA " DATA-DO-FECHAMENTO
               WHEN OTHER
                   DISPLAY "CADEIA DO FECHAMENTO INTERROMPIDA NO "
                       "PASSO " PASSO-DA-PARADA " - CORRIGIR E RERODAR"
           END-EVALUATE.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-DATA-DO-FECHAMENTO.
      *    A cadeia so comeca no dia de fim de periodo do calendario;
      *    em dia posterior ela apenas retoma o fechamento daquela
      *    data, e so se o primeiro passo ja rodou desde entao
           SET DATA-FECHAMENTO-ACEITA TO TRUE.
           IF DATA-DO-FECHAMENTO > DATA-EXECUCAO
               DISPLAY "DATA DO FECHAMENTO " DATA-DO-FECHAMENTO
                   " ESTA NO FUTURO - CADEIA NAO DISPARADA"
               SET DATA-FECHAMENTO-RECUSADA TO TRUE
           ELSE
               OPEN INPUT ARQUIVO-CALENDARIO
               MOVE DATA-DO-FECHAMENTO TO CALENDARIO-DATA
               READ ARQUIVO-CALENDARIO
                   INVALID KEY
                       SET CALENDARIO-DIA-COMUM TO TRUE
               END-READ
               CLOSE ARQUIVO-CALENDARIO
               IF NOT CALENDARIO-FECHA-PERIODO
                   DISPLAY "DATA " DATA-DO-FECHAMENTO " NAO E FIM DE "
                       "PERIODO NO CALENDARIO - CADEIA NAO DISPARADA"
                   SET DATA-FECHAMENTO-RECUSADA TO TRUE
               END-IF
           END-IF.

           IF DATA-FECHAMENTO-ACEITA
               AND DATA-DO-FECHAMENTO < DATA-EXECUCAO
               MOVE FECHAMENTO-PASSO(1) TO PASSO-ATUAL
               PERFORM VERIFICA-STATUS-DO-PASSO
               IF PASSO-SEM-REGISTRO
                   DISPLAY "FECHAMENTO DE " DATA-DO-FECHAMENTO
                       " NAO FOI INICIADO NO DIA - A CADEIA SO "
                       "COMECA NO FIM DE PERIODO"
                   SET DATA-FECHAMENTO-RECUSADA TO TRUE
               ELSE
                   DISPLAY "RETOMANDO O FECHAMENTO DE "
                       DATA-DO-FECHAMENTO
               END-IF
           END-IF.

       PROCESSA-PASSO.
           MOVE FECHAMENTO-CHAMADA(INDICE-PASSO) TO CHAMADA-ATUAL.
           MOVE FECHAMENTO-PASSO(INDICE-PASSO) TO PASSO-ATUAL.
           MOVE FECHAMENTO-TIPO(INDICE-PASSO) TO TIPO-DO-PASSO.

           IF PASSO-DE-APROVACAO
               PERFORM PROCESSA-APROVACAO
           ELSE
               PERFORM VERIFICA-STATUS-DO-PASSO
               EVALUATE TRUE
                   WHEN PASSO-JA-OK
                       DISPLAY "PASSO " PASSO-ATUAL " JA RODOU OK EM "
                           ULTIMA-DATA-DO-PASSO " - PULADO"
                       ADD 1 TO TOTAL-PASSOS-PULADOS
                   WHEN PASSO-COM-ERRO
                       PERFORM REPETE-PASSO-COM-ERRO
                   WHEN OTHER
                       PERFORM DISPARA-PASSO
               END-EVALUATE
           END-IF.

       PROCESSA-APROVACAO.
      *    A cadeia nao aprova nada: so segue com a folha APROVADA
      *    pelo PROG154 desde a data do fechamento
           PERFORM AVALIA-APROVACAO.
           EVALUATE TRUE
               WHEN PASSO-JA-OK
                   DISPLAY "FOLHA APROVADA POR " OPERADOR-DA-APROVACAO
                       " EM " DATA-DA-APROVACAO " - CADEIA SEGUE"
                   ADD 1 TO TOTAL-PASSOS-PULADOS
               WHEN PASSO-COM-ERRO
                   DISPLAY "PASSO " PASSO-ATUAL " LOGOU ERRO DEPOIS "
                       "DA APROVACAO - CADEIA PARADA"
                   SET CADEIA-PAROU TO TRUE
               WHEN OTHER
                   DISPLAY "FOLHA SEM APROVACAO DESDE "
                       DATA-DO-FECHAMENTO " - CADEIA AGUARDANDO O "
                       "PROG154"
                   SET CADEIA-AGUARDA-APROVACAO TO TRUE
           END-EVALUATE.

       AVALIA-APROVACAO.
      *    APROVADA e APRFOL em retorno 0 libera o passo; APROVADA
      *    com APRFOL em erro e passo com erro; sem APROVADA o passo
      *    fica aguardando, qualquer que seja a linha APRFOL (a
      *    conferencia loga retorno 0 tambem quando o operador deixa
      *    a folha PENDENTE)
           PERFORM VERIFICA-STATUS-DO-PASSO.
           PERFORM CONFERE-APROVACAO-DA-FOLHA.
           IF FOLHA-NAO-APROVADA
               SET PASSO-AGUARDANDO-APROVACAO TO TRUE
           ELSE
               IF NOT PASSO-COM-ERRO
                   SET PASSO-JA-OK TO TRUE
               END-IF
           END-IF.

       CONFERE-APROVACAO-DA-FOLHA.
           SET FOLHA-NAO-APROVADA TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APROVACAO-CONCEDIDA
                           AND APRV-DATA NOT < DATA-DO-FECHAMENTO
                           SET FOLHA-APROVADA TO TRUE
                           MOVE APRV-OPERADOR TO OPERADOR-DA-APROVACAO
                           MOVE APRV-DATA TO DATA-DA-APROVACAO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       REPETE-PASSO-COM-ERRO.
      *    Passo com erro nunca e pulado: ou roda de novo agora, ou
      *    a cadeia para nele
           DISPLAY "PASSO " PASSO-ATUAL " LOGOU ERRO EM "
               ULTIMA-DATA-DO-PASSO " AS " ULTIMA-HORA-DO-PASSO
               " - A CADEIA NAO PULA PASSO COM ERRO".
           DISPLAY "CORRIGIDA A CAUSA, RODAR O PASSO DE NOVO AGORA? "
               "(S/N)".
           ACCEPT RESPOSTA-REPETICAO.
           IF RESPOSTA-REPETICAO = "S"
               PERFORM DISPARA-PASSO
           ELSE
               DISPLAY "PASSO " PASSO-ATUAL " NAO REPETIDO - CADEIA "
                   "PARADA"
               SET CADEIA-PAROU TO TRUE
           END-IF.

       DISPARA-PASSO.
           DISPLAY "DISPARANDO O PASSO " CHAMADA-ATUAL.
           CALL CHAMADA-ATUAL.
           CANCEL CHAMADA-ATUAL.
           ADD 1 TO TOTAL-PASSOS-EXECUTADOS.

      *    Confere o que o passo acabou de registrar antes de seguir
           PERFORM VERIFICA-STATUS-DO-PASSO.
           IF NOT PASSO-JA-OK
               DISPLAY "PASSO " PASSO-ATUAL " NAO LOGOU RETORNO 0 - "
                   "CADEIA PARADA"
               SET CADEIA-PAROU TO TRUE
           END-IF.

       VERIFICA-STATUS-DO-PASSO.
      *    Varre status_execucoes.dat inteiro e fica com a ULTIMA
      *    linha do passo desde a data do fechamento - o fechamento
      *    pode levar mais de um dia e o passo rodar mais de uma vez
           SET PASSO-SEM-REGISTRO TO TRUE.
           MOVE ZEROS TO ULTIMA-DATA-DO-PASSO.
           MOVE ZEROS TO ULTIMA-HORA-DO-PASSO.
           OPEN INPUT ARQUIVO-STATUS-EXECUCAO.
           MOVE "N" TO FINAL-STATUS.
           PERFORM LER-PROXIMA-LINHA-STATUS.
           PERFORM AVALIA-LINHA-STATUS UNTIL FINAL-STATUS = "S".
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       LER-PROXIMA-LINHA-STATUS.
           READ ARQUIVO-STATUS-EXECUCAO NEXT RECORD
               AT END MOVE "S" TO FINAL-STATUS.

       AVALIA-LINHA-STATUS.
           IF STATUS-PROGRAMA = PASSO-ATUAL
               AND STATUS-DATA NOT < DATA-DO-FECHAMENTO
               MOVE STATUS-DATA TO ULTIMA-DATA-DO-PASSO
               MOVE STATUS-HORA TO ULTIMA-HORA-DO-PASSO
               IF STATUS-EXECUCAO-OK
                   SET PASSO-JA-OK TO TRUE
               ELSE
                   SET PASSO-COM-ERRO TO TRUE
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-LINHA-STATUS.

       IMPRIME-CHECKLIST.
      *    Situacao de cada passo lida de novo de status_execucoes.dat
      *    (e de folha_aprovacao.dat, no passo de aprovacao), com o
      *    que ficou gravado depois desta rodada
           MOVE 0 TO TOTAL-PASSOS-OK.
           DISPLAY "=============================================".
           DISPLAY "CHECKLIST DO FECHAMENTO DO PERIODO - DATA "
               DATA-DO-FECHAMENTO.
           DISPLAY "=============================================".
           PERFORM IMPRIME-LINHA-DO-CHECKLIST
               VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > 8.
           DISPLAY "PASSOS CONCLUIDOS: " TOTAL-PASSOS-OK " DE 8".

       IMPRIME-LINHA-DO-CHECKLIST.
           MOVE FECHAMENTO-PASSO(INDICE-PASSO) TO PASSO-ATUAL.
           MOVE FECHAMENTO-TIPO(INDICE-PASSO) TO TIPO-DO-PASSO.
           IF PASSO-DE-APROVACAO
               PERFORM AVALIA-APROVACAO
           ELSE
               PERFORM VERIFICA-STATUS-DO-PASSO
           END-IF.

           EVALUATE TRUE
               WHEN PASSO-JA-OK
                   MOVE "OK" TO SITUACAO-NO-CHECKLIST
                   ADD 1 TO TOTAL-PASSOS-OK
               WHEN PASSO-COM-ERRO
                   MOVE "ERRO" TO SITUACAO-NO-CHECKLIST
               WHEN PASSO-AGUARDANDO-APROVACAO
                   MOVE "AGUARDANDO APROVACAO" TO SITUACAO-NO-CHECKLIST
               WHEN OTHER
                   MOVE "PENDENTE" TO SITUACAO-NO-CHECKLIST
           END-EVALUATE.

           IF ULTIMA-DATA-DO-PASSO = 0
               DISPLAY INDICE-PASSO " " FECHAMENTO-CHAMADA(INDICE-PASSO)
                   " " FECHAMENTO-DESCRICAO(INDICE-PASSO) " "
                   SITUACAO-NO-CHECKLIST
           ELSE
               DISPLAY INDICE-PASSO " " FECHAMENTO-CHAMADA(INDICE-PASSO)
                   " " FECHAMENTO-DESCRICAO(INDICE-PASSO) " "
                   SITUACAO-NO-CHECKLIST " " ULTIMA-DATA-DO-PASSO " "
                   ULTIMA-HORA-DO-PASSO
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    sob a sigla FECHAM, com o total de passos executados nesta
      *    rodada; parar na aprovacao nao e erro da cadeia
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "FECHAM" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF CADEIA-PAROU
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           ELSE
               SET STATUS-EXECUCAO-OK TO TRUE
           END-IF.
           MOVE TOTAL-PASSOS-EXECUTADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG207.
      *    Programa da Rodada Mensal de Depreciacao do Imobilizado
      *    Para o mes informado (AAAAMM), cada bem Ativo de
      *    imobilizado.dat adquirido ate o mes recebe a quota
      *    mensal em linha reta (valor de aquisicao / vida util em
      *    meses), limitada ao que falta depreciar; a quota soma na
      *    depreciacao acumulada e o mes fica em
      *    IMOB-ULTIMO-MES-DEPRECIADO. As quotas sao somadas por
      *    centro de custo e lancadas em lancamentos.dat no ultimo
      *    dia do mes: debito no centro de custo do bem e credito
      *    na depreciacao acumulada (DEPACU). Centro de custo que o
      *    plano de contas nao aceita vai pra transitoria SUSPEN,
      *    como na contabilizacao do PROG145.
      *    A rodada e recusada inteira se o mes cair em periodo
      *    fechado (PROG166) ou se algum bem ja tiver sido
      *    depreciado nesse mes ou depois - rodar 2 vezes o mesmo
      *    mes nao deprecia 2 vezes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELIMOBIL.cob".
           COPY "SELPLANO.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMOBIL.cob".
           COPY "FDPLANO.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  IMOBIL-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DESMONTADA.
           05 EXECUCAO-AA PIC 9(4).
           05 EXECUCAO-MM PIC 99.
           05 EXECUCAO-DD PIC 99.

       01  MES-DA-RODADA.
           05 RODADA-AA PIC 9(4).
           05 RODADA-MM PIC 99.
       01  MES-DA-RODADA-NUMERICO REDEFINES MES-DA-RODADA PIC 9(6).

       01  DATA-DO-LANCAMENTO.
           05 LANCAMENTO-AA PIC 9(4).
           05 LANCAMENTO-MM PIC 99.
           05 LANCAMENTO-DD PIC 99.
       01  DATA-LANCAMENTO-NUMERICA REDEFINES DATA-DO-LANCAMENTO
           PIC 9(8).

       01  AQUISICAO-DESMONTADA.
           05 AQUISICAO-AAMM PIC 9(6).
           05 AQUISICAO-DD PIC 99.

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  RODADA-FEITA-FLAG PIC X VALUE "N".
           88 RODADA-JA-FEITA VALUE "S".
           88 RODADA-NOVA VALUE "N".

       01  QUOTA-DO-MES PIC 9(9)V99.
       01  FALTA-DEPRECIAR PIC 9(9)V99.

      *    Quotas do mes por centro de custo
       01  QTDE-CENTROS PIC 9(3) VALUE 0.
       01  INDICE-CENTRO PIC 9(3).
       01  CENTRO-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-CENTROS.
           05 CENTRO-ITEM OCCURS 100 TIMES.
               10 CENTRO-TAB-CODIGO PIC X(6).
               10 CENTRO-TAB-QUOTA PIC 9(10)V99.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(10)V99.

       01  TOTAL-BENS-DEPRECIADOS PIC 9(6) VALUE 0.
       01  TOTAL-DEPRECIACAO PIC 9(10)V99 VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE DATA-EXECUCAO TO DATA-EXECUCAO-DESMONTADA.

           MOVE ZEROS TO MES-DA-RODADA-NUMERICO.
           DISPLAY "INFORME O MES DA DEPRECIACAO (AAAAMM, ENTER PARA "
               "O MES CORRENTE):".
           ACCEPT MES-DA-RODADA-NUMERICO.
           IF MES-DA-RODADA-NUMERICO = 0
               MOVE EXECUCAO-AA TO RODADA-AA
               MOVE EXECUCAO-MM TO RODADA-MM
           END-IF.

           PERFORM MONTA-ULTIMO-DIA-DO-MES.
           CALL "PROG166" USING DATA-LANCAMENTO-NUMERICA
               PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO
               DISPLAY "MES " MES-DA-RODADA-NUMERICO " JA FECHADO - "
                   "DEPRECIACAO NAO FEITA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-IMOBILIZADO.
           PERFORM VERIFICA-RODADA-DO-MES.
           IF RODADA-JA-FEITA
               DISPLAY "DEPRECIACAO DE " MES-DA-RODADA-NUMERICO
                   " JA FEITA - RODADA RECUSADA"
               CLOSE ARQUIVO-IMOBILIZADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-BEM.
           PERFORM DEPRECIA-BEM UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-IMOBILIZADO.

           OPEN INPUT ARQUIVO-PLANO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           MOVE SPACES TO HISTORICO-DO-LANCAMENTO.
           STRING "DEPRECIACAO " DELIMITED BY SIZE
               MES-DA-RODADA-NUMERICO DELIMITED BY SIZE
               INTO HISTORICO-DO-LANCAMENTO.
           PERFORM CONTABILIZA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS.
           IF TOTAL-DEPRECIACAO > 0
               MOVE "DEPACU" TO CONTA-DO-LANCAMENTO
               MOVE TOTAL-DEPRECIACAO TO VALOR-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "---------------------------------------------".
           DISPLAY "DEPRECIACAO DO MES " MES-DA-RODADA-NUMERICO
               " LANCADA EM " DATA-LANCAMENTO-NUMERICA.
           DISPLAY "BENS DEPRECIADOS: " TOTAL-BENS-DEPRECIADOS.
           DISPLAY "TOTAL DA DEPRECIACAO: " TOTAL-DEPRECIACAO.
           DISPLAY "CENTROS DE CUSTO DESVIADOS PRA SUSPEN: "
               TOTAL-EXCECOES.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       MONTA-ULTIMO-DIA-DO-MES.
           MOVE RODADA-AA TO LANCAMENTO-AA.
           MOVE RODADA-MM TO LANCAMENTO-MM.
           EVALUATE RODADA-MM
               WHEN 2
                   IF RODADA-AA = (RODADA-AA / 4) * 4
                       MOVE 29 TO LANCAMENTO-DD
                   ELSE
                       MOVE 28 TO LANCAMENTO-DD
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO LANCAMENTO-DD
               WHEN OTHER
                   MOVE 31 TO LANCAMENTO-DD
           END-EVALUATE.

       VERIFICA-RODADA-DO-MES.
           SET RODADA-NOVA TO TRUE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-BEM.
           PERFORM CONFERE-MES-DO-BEM UNTIL FINAL-ARQUIVO = "S".
           MOVE ZEROS TO IMOB-NUMERO.
           START ARQUIVO-IMOBILIZADO
               KEY IS NOT LESS THAN IMOB-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.

       CONFERE-MES-DO-BEM.
           IF IMOB-ULTIMO-MES-DEPRECIADO NOT < MES-DA-RODADA-NUMERICO
               SET RODADA-JA-FEITA TO TRUE
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               PERFORM LER-PROXIMO-BEM
           END-IF.

       LER-PROXIMO-BEM.
           READ ARQUIVO-IMOBILIZADO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       DEPRECIA-BEM.
           MOVE IMOB-DATA-AQUISICAO TO AQUISICAO-DESMONTADA.
           IF IMOB-ATIVO
               AND AQUISICAO-AAMM NOT > MES-DA-RODADA-NUMERICO
               AND IMOB-DEPRECIACAO-ACUMULADA < IMOB-VALOR-AQUISICAO
               PERFORM CALCULA-QUOTA-DO-BEM
               PERFORM GRAVA-QUOTA-DO-BEM
           END-IF.
           PERFORM LER-PROXIMO-BEM.

       CALCULA-QUOTA-DO-BEM.
      *    A ultima quota so completa o valor de aquisicao
           COMPUTE QUOTA-DO-MES ROUNDED =
               IMOB-VALOR-AQUISICAO / IMOB-VIDA-UTIL-MESES.
           COMPUTE FALTA-DEPRECIAR = IMOB-VALOR-AQUISICAO
               - IMOB-DEPRECIACAO-ACUMULADA.
           IF QUOTA-DO-MES > FALTA-DEPRECIAR
               MOVE FALTA-DEPRECIAR TO QUOTA-DO-MES
           END-IF.

       GRAVA-QUOTA-DO-BEM.
           ADD QUOTA-DO-MES TO IMOB-DEPRECIACAO-ACUMULADA.
           MOVE MES-DA-RODADA-NUMERICO TO IMOB-ULTIMO-MES-DEPRECIADO.
           REWRITE IMOB-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O BEM " IMOB-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-BENS-DEPRECIADOS
                   PERFORM ACUMULA-NO-CENTRO-DE-CUSTO
           END-REWRITE.

       ACUMULA-NO-CENTRO-DE-CUSTO.
           MOVE 0 TO CENTRO-ACHADO.
           PERFORM COMPARA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS
                  OR CENTRO-ACHADO > 0.
           IF CENTRO-ACHADO = 0
               IF QTDE-CENTROS >= 100
      *            Sem lugar na tabela, a quota vai pra SUSPEN
                   MOVE 1 TO CENTRO-ACHADO
                   MOVE "SUSPEN" TO CENTRO-TAB-CODIGO(1)
                   DISPLAY "MAIS DE 100 CENTROS DE CUSTO - BEM "
                       IMOB-NUMERO " SOMADO NO PRIMEIRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-CENTROS
                   MOVE QTDE-CENTROS TO CENTRO-ACHADO
                   MOVE IMOB-CENTRO-CUSTO
                       TO CENTRO-TAB-CODIGO(CENTRO-ACHADO)
                   MOVE ZERO TO CENTRO-TAB-QUOTA(CENTRO-ACHADO)
               END-IF
           END-IF.
           ADD QUOTA-DO-MES TO CENTRO-TAB-QUOTA(CENTRO-ACHADO).
           ADD QUOTA-DO-MES TO TOTAL-DEPRECIACAO.

       COMPARA-CENTRO-DE-CUSTO.
           IF CENTRO-TAB-CODIGO(INDICE-CENTRO) = IMOB-CENTRO-CUSTO
               MOVE INDICE-CENTRO TO CENTRO-ACHADO
           END-IF.

       CONTABILIZA-CENTRO-DE-CUSTO.
           MOVE CENTRO-TAB-CODIGO(INDICE-CENTRO)
               TO CONTA-DO-LANCAMENTO.
           MOVE CENTRO-TAB-QUOTA(INDICE-CENTRO)
               TO VALOR-DO-LANCAMENTO.
           PERFORM VALIDA-CONTA-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.

       VALIDA-CONTA-DO-LANCAMENTO.
      *    Mesma conferencia do PROG145: o que o plano nao aceita
      *    vai pra SUSPEN e sai apontado
           MOVE CONTA-DO-LANCAMENTO TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   PERFORM DESVIA-PRA-SUSPENSO
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA OR PLANO-SINTETICA
                       PERFORM DESVIA-PRA-SUSPENSO
                   END-IF
           END-READ.

       DESVIA-PRA-SUSPENSO.
           DISPLAY "EXCECAO: CENTRO DE CUSTO " CONTA-DO-LANCAMENTO
               " NAO ACEITO NO PLANO - " VALOR-DO-LANCAMENTO
               " LANCADO EM SUSPEN".
           ADD 1 TO TOTAL-EXCECOES.
           MOVE "SUSPEN" TO CONTA-DO-LANCAMENTO.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de bens depreciados; a linha sai sob a sigla
      *    DEPREC (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "DEPREC" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-BENS-DEPRECIADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

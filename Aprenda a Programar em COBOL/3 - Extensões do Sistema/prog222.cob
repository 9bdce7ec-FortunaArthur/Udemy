       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG222.
      *    Programa do Relatorio Mensal de Movimentacao do Quadro
      *    Junta num so relatorio, por filial e departamento, o que
      *    mexeu no quadro no mes informado (AAAAMM, ENTER = mes
      *    corrente): quadro de abertura, admissoes
      *    (FUNCIONARIO-DATA-ADMISSAO), desligamentos por motivo
      *    (desligamentos.dat, PROG78), transferencias recebidas e
      *    cedidas (historico_lotacoes.dat, PROG112/PROG113), quem
      *    esteve afastado no mes (afastamentos.dat, PROG77) e o
      *    quadro de fechamento, com a taxa de rotatividade e a
      *    tendencia dos 12 meses terminados no mes informado.
      *    O quadro conta ATIVO e AFASTADO. O ponto de partida e a
      *    situacao de hoje em funcionarios.dat: o fechamento de cada
      *    mes e o quadro de hoje com o movimento posterior desfeito
      *    (admissao tira, desligamento devolve, transferencia volta
      *    pro departamento de origem), e a abertura e o fechamento
      *    do mes anterior - por isso o fechamento sempre concilia
      *    com FUNCIONARIO-SITUACAO na data da rodada, e a
      *    conciliacao sai no fim do relatorio.
      *    A admissao conta no departamento de entrada (a lotacao de
      *    origem da primeira transferencia, se houver) e o
      *    desligamento no ultimo departamento do funcionario.
      *    Afastamentos: afastamentos.dat guarda so o afastamento
      *    corrente de cada pessoa, entao meses antigos podem nao
      *    mostrar afastamentos ja substituidos por outro.
      *    Rotatividade = ((admissoes + desligamentos) / 2) dividido
      *    pelo quadro medio ((abertura + fechamento) / 2), em %.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELDESLIG.cob".
           COPY "SELLOTACAO.cob".
           COPY "SELAFASTAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDDESLIG.cob".
           COPY "FDLOTACAO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  AFASTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  MES-REFERENCIA PIC 9(6).
       01  MES-REFERENCIA-DETALHE REDEFINES MES-REFERENCIA.
           05 MES-REFERENCIA-AA PIC 9(4).
           05 MES-REFERENCIA-MM PIC 99.

      *    Meses contados em sequencia (AA * 12 + MM - 1): o mes
      *    informado e a posicao 12 da janela, os 11 anteriores vao
      *    de 1 a 11 e tudo que e posterior cai na posicao 13
       01  NUMERO-MES-REFERENCIA PIC 9(5).
       01  NUMERO-MES-EVENTO PIC 9(5).
       01  DIFERENCA-MESES PIC 9(5).
       01  POSICAO-MES PIC 9(2).
       01  DATA-DESMONTADA.
           05 DESMONTADA-AA PIC 9(4).
           05 DESMONTADA-MM PIC 99.
           05 DESMONTADA-DD PIC 99.
       01  DATA-DO-EVENTO PIC 9(8).
       01  MES-DA-TENDENCIA PIC 9(6).
       01  MES-DA-TENDENCIA-DETALHE REDEFINES MES-DA-TENDENCIA.
           05 MES-DA-TENDENCIA-AA PIC 9(4).
           05 MES-DA-TENDENCIA-MM PIC 99.

      *    Departamentos do cadastro (e os que so aparecem no
      *    movimento), cada 1 com o movimento das 13 posicoes e o
      *    quadro reconstruido mes a mes
       01  QTDE-DEPARTAMENTOS PIC 9(3) VALUE 0.
       01  INDICE-DEPTO PIC 9(3).
       01  DEPTO-ACHADO PIC 9(3).
       01  DEPTO-PROCURADO PIC X(4).

       01  TABELA-DEPARTAMENTOS.
           05 DEPTO-ITEM OCCURS 100 TIMES.
               10 DEPTO-TAB-CODIGO PIC X(4).
               10 DEPTO-TAB-NOME PIC X(20).
               10 DEPTO-TAB-FILIAL PIC X(4).
               10 DEPTO-TAB-QUADRO-ATUAL PIC 9(5) VALUE 0.
               10 DEPTO-TAB-AFASTADOS-NO-MES PIC 9(5) VALUE 0.
               10 DEPTO-TAB-MOVIMENTO OCCURS 13 TIMES.
                   15 DEPTO-TAB-ADMISSOES PIC 9(4) VALUE 0.
                   15 DEPTO-TAB-DESLIGAMENTOS PIC 9(4) VALUE 0.
                   15 DEPTO-TAB-ENTRADAS PIC 9(4) VALUE 0.
                   15 DEPTO-TAB-SAIDAS PIC 9(4) VALUE 0.
               10 DEPTO-TAB-QUADRO OCCURS 12 TIMES.
                   15 DEPTO-TAB-ABERTURA PIC S9(5) VALUE 0.
                   15 DEPTO-TAB-FECHAMENTO PIC S9(5) VALUE 0.

      *    Primeira transferencia de cada funcionario: a lotacao de
      *    origem dela e o departamento em que ele foi admitido
       01  QTDE-PRIMEIRAS-LOTACOES PIC 9(3) VALUE 0.
       01  INDICE-LOTACAO PIC 9(3).
       01  LOTACAO-ACHADA PIC 9(3).
       01  FUNCIONARIO-PROCURADO PIC 9(4).

       01  TABELA-PRIMEIRAS-LOTACOES.
           05 PRIMEIRA-LOTACAO-ITEM OCCURS 500 TIMES.
               10 PRIMEIRA-FUNCIONARIO PIC 9(4).
               10 PRIMEIRA-DATA PIC 9(8).
               10 PRIMEIRA-DEPTO-ORIGEM PIC X(4).

      *    Motivos de desligamento do mes informado, por departamento
       01  QTDE-MOTIVOS PIC 9(2) VALUE 0.
       01  INDICE-MOTIVO PIC 9(2).
       01  MOTIVO-ACHADO PIC 9(2).

       01  TABELA-MOTIVOS.
           05 MOTIVO-ITEM OCCURS 20 TIMES.
               10 MOTIVO-DESCRICAO PIC X(20).
               10 MOTIVO-TOTAL PIC 9(5) VALUE 0.
               10 MOTIVO-QTDE-DEPTO PIC 9(4) OCCURS 100 TIMES
                   VALUE 0.

      *    Filiais na ordem em que aparecem no cadastro de
      *    departamentos
       01  QTDE-FILIAIS PIC 9(2) VALUE 0.
       01  INDICE-FILIAL PIC 9(2).

       01  FILIAL-ACHADA-FLAG PIC X.
           88 FILIAL-ACHADA VALUE "S".
           88 FILIAL-NAO-ACHADA VALUE "N".

       01  TABELA-FILIAIS-DO-QUADRO.
           05 FILIAL-QUADRO-CODIGO PIC X(4) OCCURS 20 TIMES.

       01  INDICE-MES PIC 9(2).
       01  SALDO-QUADRO PIC S9(5).
       01  MOVIMENTO-LIQUIDO PIC S9(5).

      *    Acumuladores da linha que esta sendo impressa
       01  ACUM-ABERTURA PIC S9(6).
       01  ACUM-ADMISSOES PIC 9(5).
       01  ACUM-DESLIGAMENTOS PIC 9(5).
       01  ACUM-ENTRADAS PIC 9(5).
       01  ACUM-SAIDAS PIC 9(5).
       01  ACUM-AFASTADOS PIC 9(5).
       01  ACUM-FECHAMENTO PIC S9(6).
       01  BASE-ROTATIVIDADE PIC S9(6).
       01  TAXA-ROTATIVIDADE PIC 9(3)V99.

       01  FILIAL-ABERTURA PIC S9(6).
       01  FILIAL-ADMISSOES PIC 9(5).
       01  FILIAL-DESLIGAMENTOS PIC 9(5).
       01  FILIAL-ENTRADAS PIC 9(5).
       01  FILIAL-SAIDAS PIC 9(5).
       01  FILIAL-AFASTADOS PIC 9(5).
       01  FILIAL-FECHAMENTO PIC S9(6).

      *    Totais da empresa por posicao da janela
       01  TABELA-TOTAIS-DO-QUADRO.
           05 TOTAL-MES-ITEM OCCURS 13 TIMES.
               10 TOTAL-MES-ABERTURA PIC S9(6) VALUE 0.
               10 TOTAL-MES-ADMISSOES PIC 9(5) VALUE 0.
               10 TOTAL-MES-DESLIGAMENTOS PIC 9(5) VALUE 0.
               10 TOTAL-MES-ENTRADAS PIC 9(5) VALUE 0.
               10 TOTAL-MES-SAIDAS PIC 9(5) VALUE 0.
               10 TOTAL-MES-FECHAMENTO PIC S9(6) VALUE 0.
       01  TOTAL-AFASTADOS-NO-MES PIC 9(5) VALUE 0.

       01  LINHA-MOVIMENTO.
           05 LINHA-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LINHA-NOME PIC X(20).
           05 LINHA-ABERTURA PIC -ZZZZ9.
           05 LINHA-ADMISSOES PIC ZZZZZ9.
           05 LINHA-DESLIGAMENTOS PIC ZZZZZ9.
           05 LINHA-ENTRADAS PIC ZZZZZ9.
           05 LINHA-SAIDAS PIC ZZZZZ9.
           05 LINHA-AFASTADOS PIC ZZZZZ9.
           05 LINHA-FECHAMENTO PIC -ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LINHA-ROTATIVIDADE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  LINHA-TENDENCIA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LINHA-TEND-MES PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LINHA-TEND-ABERTURA PIC -ZZZZ9.
           05 LINHA-TEND-ADMISSOES PIC ZZZZZ9.
           05 LINHA-TEND-DESLIGAMENTOS PIC ZZZZZ9.
           05 LINHA-TEND-FECHAMENTO PIC -ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LINHA-TEND-ROTATIVIDADE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

      *    Situacao de funcionarios.dat na data da rodada
       01  TOTAL-FUNCIONARIOS-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-ATIVOS PIC 9(6) VALUE 0.
       01  TOTAL-AFASTADOS PIC 9(6) VALUE 0.
       01  TOTAL-INATIVOS PIC 9(6) VALUE 0.
       01  TOTAL-DESLIGADOS PIC 9(6) VALUE 0.
       01  QUADRO-DE-HOJE PIC 9(6) VALUE 0.
       01  QUADRO-RECONCILIADO PIC S9(6).

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO MES-REFERENCIA.
           DISPLAY "INFORME O MES DO RELATORIO (AAAAMM, ENTER PARA O "
               "MES CORRENTE):".
           ACCEPT MES-REFERENCIA.
           IF MES-REFERENCIA = 0
               MOVE DATA-EXECUCAO-AAMM TO MES-REFERENCIA
           END-IF.
           IF MES-REFERENCIA-MM < 1 OR MES-REFERENCIA-MM > 12
               DISPLAY "MES INVALIDO: " MES-REFERENCIA
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.
           IF MES-REFERENCIA > DATA-EXECUCAO-AAMM
               DISPLAY "MES " MES-REFERENCIA " AINDA NAO COMECOU"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.
           COMPUTE NUMERO-MES-REFERENCIA = MES-REFERENCIA-AA * 12
               + MES-REFERENCIA-MM - 1.

           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-LOTACOES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM CONTA-FUNCIONARIOS.
           PERFORM CONTA-DESLIGAMENTOS.
           PERFORM CONTA-AFASTAMENTOS.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM RECONSTROI-QUADRO-DO-DEPTO
               VARYING INDICE-DEPTO FROM 1 BY 1
               UNTIL INDICE-DEPTO > QTDE-DEPARTAMENTOS.

           PERFORM IMPRIME-MOVIMENTO-DO-MES.
           PERFORM IMPRIME-TENDENCIA.
           PERFORM IMPRIME-CONCILIACAO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DEPARTAMENTO.
           PERFORM GUARDA-DEPARTAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DEPARTAMENTO.

       LER-PROXIMO-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-DEPARTAMENTO.
           IF QTDE-DEPARTAMENTOS >= 100
               DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (100) - "
                   "DEPARTAMENTO " DEPARTAMENTO-CODIGO " DE FORA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               ADD 1 TO QTDE-DEPARTAMENTOS
               MOVE DEPARTAMENTO-CODIGO
                   TO DEPTO-TAB-CODIGO(QTDE-DEPARTAMENTOS)
               MOVE DEPARTAMENTO-NOME
                   TO DEPTO-TAB-NOME(QTDE-DEPARTAMENTOS)
               MOVE DEPARTAMENTO-FILIAL
                   TO DEPTO-TAB-FILIAL(QTDE-DEPARTAMENTOS)
           END-IF.
           PERFORM LER-PROXIMO-DEPARTAMENTO.

       LOCALIZA-DEPARTAMENTO.
      *    Departamento que nao esta no cadastro entra na tabela com
      *    o nome marcado, pra nao sumir do quadro
           MOVE 0 TO DEPTO-ACHADO.
           PERFORM COMPARA-DEPARTAMENTO
               VARYING INDICE-DEPTO FROM 1 BY 1
               UNTIL INDICE-DEPTO > QTDE-DEPARTAMENTOS
                  OR DEPTO-ACHADO > 0.
           IF DEPTO-ACHADO = 0
               IF QTDE-DEPARTAMENTOS >= 100
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (100) - "
                       "DEPARTAMENTO " DEPTO-PROCURADO " DE FORA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-DEPARTAMENTOS
                   MOVE QTDE-DEPARTAMENTOS TO DEPTO-ACHADO
                   MOVE DEPTO-PROCURADO
                       TO DEPTO-TAB-CODIGO(DEPTO-ACHADO)
                   MOVE "(FORA DO CADASTRO)"
                       TO DEPTO-TAB-NOME(DEPTO-ACHADO)
                   MOVE SPACES TO DEPTO-TAB-FILIAL(DEPTO-ACHADO)
               END-IF
           END-IF.

       COMPARA-DEPARTAMENTO.
           IF DEPTO-TAB-CODIGO(INDICE-DEPTO) = DEPTO-PROCURADO
               MOVE INDICE-DEPTO TO DEPTO-ACHADO
           END-IF.

       POSICIONA-DATA-DO-EVENTO.
      *    DATA-DO-EVENTO (AAAAMMDD) vira a posicao na janela; 0 fica
      *    fora (antes dos 12 meses, ou data nao informada)
           MOVE 0 TO POSICAO-MES.
           IF DATA-DO-EVENTO > 0
               MOVE DATA-DO-EVENTO TO DATA-DESMONTADA
               COMPUTE NUMERO-MES-EVENTO = DESMONTADA-AA * 12
                   + DESMONTADA-MM - 1
               IF NUMERO-MES-EVENTO > NUMERO-MES-REFERENCIA
                   MOVE 13 TO POSICAO-MES
               ELSE
                   COMPUTE DIFERENCA-MESES = NUMERO-MES-REFERENCIA
                       - NUMERO-MES-EVENTO
                   IF DIFERENCA-MESES < 12
                       COMPUTE POSICAO-MES = 12 - DIFERENCA-MESES
                   END-IF
               END-IF
           END-IF.

       CARREGA-LOTACOES.
      *    Cada transferencia tira 1 do departamento de origem e poe
      *    1 no de destino, no mes da vigencia
           OPEN INPUT ARQUIVO-LOTACOES.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LOTACAO.
           PERFORM CONTA-LOTACAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LOTACOES.

       LER-PROXIMA-LOTACAO.
           READ ARQUIVO-LOTACOES NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONTA-LOTACAO.
           MOVE LOT-DATA-EFETIVA TO DATA-DO-EVENTO.
           PERFORM POSICIONA-DATA-DO-EVENTO.
           IF POSICAO-MES > 0
               MOVE LOT-DEPTO-ANTERIOR(1:4) TO DEPTO-PROCURADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF DEPTO-ACHADO > 0
                   ADD 1 TO DEPTO-TAB-SAIDAS(DEPTO-ACHADO, POSICAO-MES)
               END-IF
               MOVE LOT-DEPTO-NOVO(1:4) TO DEPTO-PROCURADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF DEPTO-ACHADO > 0
                   ADD 1
                       TO DEPTO-TAB-ENTRADAS(DEPTO-ACHADO, POSICAO-MES)
               END-IF
           END-IF.
           PERFORM GUARDA-PRIMEIRA-LOTACAO.
           PERFORM LER-PROXIMA-LOTACAO.

       GUARDA-PRIMEIRA-LOTACAO.
           MOVE LOT-FUNCIONARIO TO FUNCIONARIO-PROCURADO.
           PERFORM LOCALIZA-PRIMEIRA-LOTACAO.
           IF LOTACAO-ACHADA = 0
               IF QTDE-PRIMEIRAS-LOTACOES >= 500
                   DISPLAY "TABELA DE LOTACOES CHEIA (500) - "
                       "FUNCIONARIO " LOT-FUNCIONARIO " DE FORA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-PRIMEIRAS-LOTACOES
                   MOVE QTDE-PRIMEIRAS-LOTACOES TO LOTACAO-ACHADA
                   MOVE LOT-FUNCIONARIO
                       TO PRIMEIRA-FUNCIONARIO(LOTACAO-ACHADA)
                   MOVE LOT-DATA-EFETIVA
                       TO PRIMEIRA-DATA(LOTACAO-ACHADA)
                   MOVE LOT-DEPTO-ANTERIOR(1:4)
                       TO PRIMEIRA-DEPTO-ORIGEM(LOTACAO-ACHADA)
               END-IF
           ELSE
               IF LOT-DATA-EFETIVA < PRIMEIRA-DATA(LOTACAO-ACHADA)
                   MOVE LOT-DATA-EFETIVA
                       TO PRIMEIRA-DATA(LOTACAO-ACHADA)
                   MOVE LOT-DEPTO-ANTERIOR(1:4)
                       TO PRIMEIRA-DEPTO-ORIGEM(LOTACAO-ACHADA)
               END-IF
           END-IF.

       LOCALIZA-PRIMEIRA-LOTACAO.
           MOVE 0 TO LOTACAO-ACHADA.
           PERFORM COMPARA-PRIMEIRA-LOTACAO
               VARYING INDICE-LOTACAO FROM 1 BY 1
               UNTIL INDICE-LOTACAO > QTDE-PRIMEIRAS-LOTACOES
                  OR LOTACAO-ACHADA > 0.

       COMPARA-PRIMEIRA-LOTACAO.
           IF PRIMEIRA-FUNCIONARIO(INDICE-LOTACAO)
               = FUNCIONARIO-PROCURADO
               MOVE INDICE-LOTACAO TO LOTACAO-ACHADA
           END-IF.

       CONTA-FUNCIONARIOS.
      *    Quadro de hoje por departamento e admissoes da janela
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM CONTA-UM-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONTA-UM-FUNCIONARIO.
           ADD 1 TO TOTAL-FUNCIONARIOS-LIDOS.
           EVALUATE TRUE
               WHEN FUNCIONARIO-ATIVO
                   ADD 1 TO TOTAL-ATIVOS
               WHEN FUNCIONARIO-AFASTADO
                   ADD 1 TO TOTAL-AFASTADOS
               WHEN FUNCIONARIO-INATIVO
                   ADD 1 TO TOTAL-INATIVOS
               WHEN FUNCIONARIO-DESLIGADO
                   ADD 1 TO TOTAL-DESLIGADOS
           END-EVALUATE.

           IF FUNCIONARIO-ATIVO OR FUNCIONARIO-AFASTADO
               MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO DEPTO-PROCURADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF DEPTO-ACHADO > 0
                   ADD 1 TO DEPTO-TAB-QUADRO-ATUAL(DEPTO-ACHADO)
                   ADD 1 TO QUADRO-DE-HOJE
               END-IF
           END-IF.

           MOVE FUNCIONARIO-DATA-ADMISSAO TO DATA-DO-EVENTO.
           PERFORM POSICIONA-DATA-DO-EVENTO.
           IF POSICAO-MES > 0
               MOVE FUNCIONARIO-CODIGO TO FUNCIONARIO-PROCURADO
               PERFORM LOCALIZA-PRIMEIRA-LOTACAO
               MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO DEPTO-PROCURADO
               IF LOTACAO-ACHADA > 0
                   IF PRIMEIRA-DATA(LOTACAO-ACHADA)
                       NOT < FUNCIONARIO-DATA-ADMISSAO
                       MOVE PRIMEIRA-DEPTO-ORIGEM(LOTACAO-ACHADA)
                           TO DEPTO-PROCURADO
                   END-IF
               END-IF
               PERFORM LOCALIZA-DEPARTAMENTO
               IF DEPTO-ACHADO > 0
                   ADD 1
                       TO DEPTO-TAB-ADMISSOES(DEPTO-ACHADO, POSICAO-MES)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CONTA-DESLIGAMENTOS.
           OPEN INPUT ARQUIVO-DESLIGAMENTOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DESLIGAMENTO.
           PERFORM CONTA-UM-DESLIGAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DESLIGAMENTOS.

       LER-PROXIMO-DESLIGAMENTO.
           READ ARQUIVO-DESLIGAMENTOS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONTA-UM-DESLIGAMENTO.
           MOVE DESLIG-DATA TO DATA-DO-EVENTO.
           PERFORM POSICIONA-DATA-DO-EVENTO.
           IF POSICAO-MES > 0
               MOVE DESLIG-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE SPACES TO FUNCIONARIO-DEPARTAMENTO
               END-READ
               MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO DEPTO-PROCURADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF DEPTO-ACHADO > 0
                   ADD 1 TO DEPTO-TAB-DESLIGAMENTOS(DEPTO-ACHADO,
                       POSICAO-MES)
                   IF POSICAO-MES = 12
                       PERFORM CONTA-MOTIVO-DO-DESLIGAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-DESLIGAMENTO.

       CONTA-MOTIVO-DO-DESLIGAMENTO.
           MOVE 0 TO MOTIVO-ACHADO.
           PERFORM COMPARA-MOTIVO
               VARYING INDICE-MOTIVO FROM 1 BY 1
               UNTIL INDICE-MOTIVO > QTDE-MOTIVOS
                  OR MOTIVO-ACHADO > 0.
           IF MOTIVO-ACHADO = 0
               IF QTDE-MOTIVOS >= 20
                   DISPLAY "TABELA DE MOTIVOS CHEIA (20) - MOTIVO "
                       DESLIG-MOTIVO " NAO DETALHADO"
               ELSE
                   ADD 1 TO QTDE-MOTIVOS
                   MOVE QTDE-MOTIVOS TO MOTIVO-ACHADO
                   MOVE DESLIG-MOTIVO
                       TO MOTIVO-DESCRICAO(MOTIVO-ACHADO)
               END-IF
           END-IF.
           IF MOTIVO-ACHADO > 0
               ADD 1 TO MOTIVO-TOTAL(MOTIVO-ACHADO)
               ADD 1 TO MOTIVO-QTDE-DEPTO(MOTIVO-ACHADO, DEPTO-ACHADO)
           END-IF.

       COMPARA-MOTIVO.
           IF MOTIVO-DESCRICAO(INDICE-MOTIVO) = DESLIG-MOTIVO
               MOVE INDICE-MOTIVO TO MOTIVO-ACHADO
           END-IF.

       CONTA-AFASTAMENTOS.
      *    Afastado no mes: comecou ate o mes informado e nao tinha
      *    voltado antes dele
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-AFASTAMENTO.
           PERFORM CONTA-UM-AFASTAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-AFASTAMENTO.

       LER-PROXIMO-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONTA-UM-AFASTAMENTO.
           MOVE AFASTAMENTO-DATA-INICIO TO DATA-DO-EVENTO.
           PERFORM POSICIONA-DATA-DO-EVENTO.
           IF POSICAO-MES NOT = 13 AND AFASTAMENTO-DATA-INICIO > 0
               MOVE AFASTAMENTO-RETORNO-REAL TO DATA-DO-EVENTO
               PERFORM POSICIONA-DATA-DO-EVENTO
               IF AFASTAMENTO-EM-ABERTO
                   OR AFASTAMENTO-RETORNO-REAL = 0
                   OR POSICAO-MES >= 12
                   PERFORM CONTA-AFASTADO-NO-DEPTO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-AFASTAMENTO.

       CONTA-AFASTADO-NO-DEPTO.
           MOVE AFASTAMENTO-FUNCIONARIO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-DEPARTAMENTO
           END-READ.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO DEPTO-PROCURADO.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF DEPTO-ACHADO > 0
               ADD 1 TO DEPTO-TAB-AFASTADOS-NO-MES(DEPTO-ACHADO)
               ADD 1 TO TOTAL-AFASTADOS-NO-MES
           END-IF.

       RECONSTROI-QUADRO-DO-DEPTO.
      *    Parte do quadro de hoje, desfaz o movimento posterior ao
      *    mes informado e vai recuando mes a mes pela janela
           MOVE DEPTO-TAB-QUADRO-ATUAL(INDICE-DEPTO) TO SALDO-QUADRO.
           MOVE 13 TO INDICE-MES.
           PERFORM CALCULA-MOVIMENTO-LIQUIDO.
           SUBTRACT MOVIMENTO-LIQUIDO FROM SALDO-QUADRO.
           PERFORM RECUA-UM-MES
               VARYING INDICE-MES FROM 12 BY -1
               UNTIL INDICE-MES < 1.
           PERFORM SOMA-DEPTO-NOS-TOTAIS
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 13.

       CALCULA-MOVIMENTO-LIQUIDO.
           COMPUTE MOVIMENTO-LIQUIDO =
               DEPTO-TAB-ADMISSOES(INDICE-DEPTO, INDICE-MES)
               - DEPTO-TAB-DESLIGAMENTOS(INDICE-DEPTO, INDICE-MES)
               + DEPTO-TAB-ENTRADAS(INDICE-DEPTO, INDICE-MES)
               - DEPTO-TAB-SAIDAS(INDICE-DEPTO, INDICE-MES).

       RECUA-UM-MES.
           MOVE SALDO-QUADRO
               TO DEPTO-TAB-FECHAMENTO(INDICE-DEPTO, INDICE-MES).
           PERFORM CALCULA-MOVIMENTO-LIQUIDO.
           SUBTRACT MOVIMENTO-LIQUIDO FROM SALDO-QUADRO.
           MOVE SALDO-QUADRO
               TO DEPTO-TAB-ABERTURA(INDICE-DEPTO, INDICE-MES).

       SOMA-DEPTO-NOS-TOTAIS.
           IF INDICE-MES < 13
               ADD DEPTO-TAB-ABERTURA(INDICE-DEPTO, INDICE-MES)
                   TO TOTAL-MES-ABERTURA(INDICE-MES)
               ADD DEPTO-TAB-FECHAMENTO(INDICE-DEPTO, INDICE-MES)
                   TO TOTAL-MES-FECHAMENTO(INDICE-MES)
           END-IF.
           ADD DEPTO-TAB-ADMISSOES(INDICE-DEPTO, INDICE-MES)
               TO TOTAL-MES-ADMISSOES(INDICE-MES).
           ADD DEPTO-TAB-DESLIGAMENTOS(INDICE-DEPTO, INDICE-MES)
               TO TOTAL-MES-DESLIGAMENTOS(INDICE-MES).
           ADD DEPTO-TAB-ENTRADAS(INDICE-DEPTO, INDICE-MES)
               TO TOTAL-MES-ENTRADAS(INDICE-MES).
           ADD DEPTO-TAB-SAIDAS(INDICE-DEPTO, INDICE-MES)
               TO TOTAL-MES-SAIDAS(INDICE-MES).

       IMPRIME-MOVIMENTO-DO-MES.
           PERFORM LISTA-FILIAIS-DO-QUADRO
               VARYING INDICE-DEPTO FROM 1 BY 1
               UNTIL INDICE-DEPTO > QTDE-DEPARTAMENTOS.

           DISPLAY "MOVIMENTACAO DO QUADRO - MES " MES-REFERENCIA.
           DISPLAY "-------------------------------------------------".
           DISPLAY "DEPT NOME                 ABERT ADMIS DESLG"
               " ENTRA SAIDA AFAST FECHA ROTATIV".
           PERFORM IMPRIME-FILIAL-DO-QUADRO
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS.

           DISPLAY "-------------------------------------------------".
           MOVE TOTAL-MES-ABERTURA(12) TO ACUM-ABERTURA.
           MOVE TOTAL-MES-ADMISSOES(12) TO ACUM-ADMISSOES.
           MOVE TOTAL-MES-DESLIGAMENTOS(12) TO ACUM-DESLIGAMENTOS.
           MOVE TOTAL-MES-ENTRADAS(12) TO ACUM-ENTRADAS.
           MOVE TOTAL-MES-SAIDAS(12) TO ACUM-SAIDAS.
           MOVE TOTAL-AFASTADOS-NO-MES TO ACUM-AFASTADOS.
           MOVE TOTAL-MES-FECHAMENTO(12) TO ACUM-FECHAMENTO.
           MOVE SPACES TO LINHA-CODIGO.
           MOVE "TOTAL DA EMPRESA" TO LINHA-NOME.
           PERFORM EXIBE-LINHA-MOVIMENTO.

           DISPLAY "DESLIGAMENTOS DO MES POR MOTIVO".
           PERFORM IMPRIME-TOTAL-DO-MOTIVO
               VARYING INDICE-MOTIVO FROM 1 BY 1
               UNTIL INDICE-MOTIVO > QTDE-MOTIVOS.

       LISTA-FILIAIS-DO-QUADRO.
           SET FILIAL-NAO-ACHADA TO TRUE.
           PERFORM COMPARA-FILIAL-DO-QUADRO
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS
                  OR FILIAL-ACHADA.
           IF FILIAL-NAO-ACHADA
               IF QTDE-FILIAIS >= 20
                   DISPLAY "TABELA DE FILIAIS CHEIA (20) - FILIAL "
                       DEPTO-TAB-FILIAL(INDICE-DEPTO) " DE FORA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-FILIAIS
                   MOVE DEPTO-TAB-FILIAL(INDICE-DEPTO)
                       TO FILIAL-QUADRO-CODIGO(QTDE-FILIAIS)
               END-IF
           END-IF.

       COMPARA-FILIAL-DO-QUADRO.
           IF FILIAL-QUADRO-CODIGO(INDICE-FILIAL)
               = DEPTO-TAB-FILIAL(INDICE-DEPTO)
               SET FILIAL-ACHADA TO TRUE
           END-IF.

       IMPRIME-FILIAL-DO-QUADRO.
           DISPLAY " ".
           IF FILIAL-QUADRO-CODIGO(INDICE-FILIAL) = SPACES
               DISPLAY "FILIAL (NAO INFORMADA)"
           ELSE
               DISPLAY "FILIAL " FILIAL-QUADRO-CODIGO(INDICE-FILIAL)
           END-IF.
           MOVE 0 TO FILIAL-ABERTURA.
           MOVE 0 TO FILIAL-ADMISSOES.
           MOVE 0 TO FILIAL-DESLIGAMENTOS.
           MOVE 0 TO FILIAL-ENTRADAS.
           MOVE 0 TO FILIAL-SAIDAS.
           MOVE 0 TO FILIAL-AFASTADOS.
           MOVE 0 TO FILIAL-FECHAMENTO.
           PERFORM IMPRIME-DEPTO-DA-FILIAL
               VARYING INDICE-DEPTO FROM 1 BY 1
               UNTIL INDICE-DEPTO > QTDE-DEPARTAMENTOS.
           MOVE FILIAL-ABERTURA TO ACUM-ABERTURA.
           MOVE FILIAL-ADMISSOES TO ACUM-ADMISSOES.
           MOVE FILIAL-DESLIGAMENTOS TO ACUM-DESLIGAMENTOS.
           MOVE FILIAL-ENTRADAS TO ACUM-ENTRADAS.
           MOVE FILIAL-SAIDAS TO ACUM-SAIDAS.
           MOVE FILIAL-AFASTADOS TO ACUM-AFASTADOS.
           MOVE FILIAL-FECHAMENTO TO ACUM-FECHAMENTO.
           MOVE SPACES TO LINHA-CODIGO.
           MOVE "TOTAL DA FILIAL" TO LINHA-NOME.
           PERFORM EXIBE-LINHA-MOVIMENTO.

       IMPRIME-DEPTO-DA-FILIAL.
           IF DEPTO-TAB-FILIAL(INDICE-DEPTO)
               = FILIAL-QUADRO-CODIGO(INDICE-FILIAL)
               MOVE DEPTO-TAB-ABERTURA(INDICE-DEPTO, 12)
                   TO ACUM-ABERTURA
               MOVE DEPTO-TAB-ADMISSOES(INDICE-DEPTO, 12)
                   TO ACUM-ADMISSOES
               MOVE DEPTO-TAB-DESLIGAMENTOS(INDICE-DEPTO, 12)
                   TO ACUM-DESLIGAMENTOS
               MOVE DEPTO-TAB-ENTRADAS(INDICE-DEPTO, 12)
                   TO ACUM-ENTRADAS
               MOVE DEPTO-TAB-SAIDAS(INDICE-DEPTO, 12) TO ACUM-SAIDAS
               MOVE DEPTO-TAB-AFASTADOS-NO-MES(INDICE-DEPTO)
                   TO ACUM-AFASTADOS
               MOVE DEPTO-TAB-FECHAMENTO(INDICE-DEPTO, 12)
                   TO ACUM-FECHAMENTO
               ADD ACUM-ABERTURA TO FILIAL-ABERTURA
               ADD ACUM-ADMISSOES TO FILIAL-ADMISSOES
               ADD ACUM-DESLIGAMENTOS TO FILIAL-DESLIGAMENTOS
               ADD ACUM-ENTRADAS TO FILIAL-ENTRADAS
               ADD ACUM-SAIDAS TO FILIAL-SAIDAS
               ADD ACUM-AFASTADOS TO FILIAL-AFASTADOS
               ADD ACUM-FECHAMENTO TO FILIAL-FECHAMENTO
               MOVE DEPTO-TAB-CODIGO(INDICE-DEPTO) TO LINHA-CODIGO
               MOVE DEPTO-TAB-NOME(INDICE-DEPTO) TO LINHA-NOME
               PERFORM EXIBE-LINHA-MOVIMENTO
               PERFORM IMPRIME-MOTIVO-DO-DEPTO
                   VARYING INDICE-MOTIVO FROM 1 BY 1
                   UNTIL INDICE-MOTIVO > QTDE-MOTIVOS
           END-IF.

       IMPRIME-MOTIVO-DO-DEPTO.
           IF MOTIVO-QTDE-DEPTO(INDICE-MOTIVO, INDICE-DEPTO) > 0
               DISPLAY "       DESLIGAMENTO POR "
                   MOTIVO-DESCRICAO(INDICE-MOTIVO) ": "
                   MOTIVO-QTDE-DEPTO(INDICE-MOTIVO, INDICE-DEPTO)
           END-IF.

       IMPRIME-TOTAL-DO-MOTIVO.
           DISPLAY "  " MOTIVO-DESCRICAO(INDICE-MOTIVO) ": "
               MOTIVO-TOTAL(INDICE-MOTIVO).

       CALCULA-ROTATIVIDADE.
           COMPUTE BASE-ROTATIVIDADE = ACUM-ABERTURA + ACUM-FECHAMENTO.
           IF BASE-ROTATIVIDADE > 0
               COMPUTE TAXA-ROTATIVIDADE ROUNDED =
                   (ACUM-ADMISSOES + ACUM-DESLIGAMENTOS) * 100
                   / BASE-ROTATIVIDADE
                   ON SIZE ERROR MOVE 999.99 TO TAXA-ROTATIVIDADE
               END-COMPUTE
           ELSE
               MOVE 0 TO TAXA-ROTATIVIDADE
           END-IF.

       EXIBE-LINHA-MOVIMENTO.
           PERFORM CALCULA-ROTATIVIDADE.
           MOVE ACUM-ABERTURA TO LINHA-ABERTURA.
           MOVE ACUM-ADMISSOES TO LINHA-ADMISSOES.
           MOVE ACUM-DESLIGAMENTOS TO LINHA-DESLIGAMENTOS.
           MOVE ACUM-ENTRADAS TO LINHA-ENTRADAS.
           MOVE ACUM-SAIDAS TO LINHA-SAIDAS.
           MOVE ACUM-AFASTADOS TO LINHA-AFASTADOS.
           MOVE ACUM-FECHAMENTO TO LINHA-FECHAMENTO.
           MOVE TAXA-ROTATIVIDADE TO LINHA-ROTATIVIDADE.
           DISPLAY LINHA-MOVIMENTO.

       IMPRIME-TENDENCIA.
           DISPLAY " ".
           DISPLAY "TENDENCIA DOS ULTIMOS 12 MESES - EMPRESA".
           DISPLAY "-------------------------------------------------".
           DISPLAY "  AAAAMM   ABERT ADMIS DESLG FECHA ROTATIV".
           PERFORM IMPRIME-MES-DA-TENDENCIA
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12.

       IMPRIME-MES-DA-TENDENCIA.
      *    Posicao da janela de volta pra AAAAMM
           COMPUTE NUMERO-MES-EVENTO = NUMERO-MES-REFERENCIA - 12
               + INDICE-MES.
           DIVIDE NUMERO-MES-EVENTO BY 12
               GIVING MES-DA-TENDENCIA-AA
               REMAINDER MES-DA-TENDENCIA-MM.
           ADD 1 TO MES-DA-TENDENCIA-MM.
           MOVE TOTAL-MES-ABERTURA(INDICE-MES) TO ACUM-ABERTURA.
           MOVE TOTAL-MES-ADMISSOES(INDICE-MES) TO ACUM-ADMISSOES.
           MOVE TOTAL-MES-DESLIGAMENTOS(INDICE-MES)
               TO ACUM-DESLIGAMENTOS.
           MOVE TOTAL-MES-FECHAMENTO(INDICE-MES) TO ACUM-FECHAMENTO.
           PERFORM CALCULA-ROTATIVIDADE.
           MOVE MES-DA-TENDENCIA TO LINHA-TEND-MES.
           MOVE ACUM-ABERTURA TO LINHA-TEND-ABERTURA.
           MOVE ACUM-ADMISSOES TO LINHA-TEND-ADMISSOES.
           MOVE ACUM-DESLIGAMENTOS TO LINHA-TEND-DESLIGAMENTOS.
           MOVE ACUM-FECHAMENTO TO LINHA-TEND-FECHAMENTO.
           MOVE TAXA-ROTATIVIDADE TO LINHA-TEND-ROTATIVIDADE.
           DISPLAY LINHA-TENDENCIA.

       IMPRIME-CONCILIACAO.
      *    Fechamento do mes + movimento posterior = quadro de hoje
      *    pela situacao em funcionarios.dat
           COMPUTE QUADRO-RECONCILIADO = TOTAL-MES-FECHAMENTO(12)
               + TOTAL-MES-ADMISSOES(13) - TOTAL-MES-DESLIGAMENTOS(13).
           DISPLAY " ".
           DISPLAY "CONCILIACAO COM FUNCIONARIOS.DAT EM "
               DATA-EXECUCAO.
           DISPLAY "-------------------------------------------------".
           DISPLAY "FUNCIONARIOS LIDOS: " TOTAL-FUNCIONARIOS-LIDOS.
           DISPLAY "  ATIVOS: " TOTAL-ATIVOS
               " AFASTADOS: " TOTAL-AFASTADOS
               " INATIVOS: " TOTAL-INATIVOS
               " DESLIGADOS: " TOTAL-DESLIGADOS.
           DISPLAY "QUADRO DE HOJE (ATIVOS + AFASTADOS): "
               QUADRO-DE-HOJE.
           DISPLAY "FECHAMENTO " MES-REFERENCIA ": "
               TOTAL-MES-FECHAMENTO(12).
           DISPLAY "ADMISSOES DEPOIS DE " MES-REFERENCIA ": "
               TOTAL-MES-ADMISSOES(13)
               " DESLIGAMENTOS DEPOIS DE " MES-REFERENCIA ": "
               TOTAL-MES-DESLIGAMENTOS(13).
           IF QUADRO-RECONCILIADO = QUADRO-DE-HOJE
               AND QUADRO-DE-HOJE = TOTAL-ATIVOS + TOTAL-AFASTADOS
               DISPLAY "FECHAMENTO CONCILIADO COM O CADASTRO"
           ELSE
               DISPLAY "FECHAMENTO NAO CONCILIA COM O CADASTRO - "
                   "CONFIRA AS MENSAGENS ACIMA"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com a quantidade de funcionarios lidos nesta rodada
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "QUADRO" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-FUNCIONARIOS-LIDOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

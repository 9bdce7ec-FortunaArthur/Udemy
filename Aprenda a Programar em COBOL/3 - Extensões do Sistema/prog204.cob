       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG204.
      *    Programa de Manutencao e Carga do Orcamento por Centro de
      *    Custo
      *    Os departamentos tem centro de custo e o PROG145 lanca a
      *    folha nele, mas nao havia orcamento pra comparar. Mantem
      *    orcamento_custos.dat, 1 linha por centro de custo + conta
      *    + mes (AAAAMM) com o valor orcado:
      *    - (L)inha grava ou altera o valor de 1 mes;
      *    - (A)no grava o mesmo valor mensal nos 12 meses de um ano;
      *    - (C)arga le orcamento_carga.dat (centro de custo, conta,
      *      AAAAMM e valor, 1 linha por mes) e grava ou regrava cada
      *      linha - e o caminho da planilha do orcamento anual;
      *    - (E)xcluir apaga a linha de 1 mes.
      *    O centro de custo tem de ser de um departamento de
      *    departamentos.dat; a conta tem de ser Analitica e Ativa
      *    no plano de contas, e em branco vale o proprio centro de
      *    custo. Linha de carga recusada sai no console e o resto
      *    segue. O comparativo com o realizado sai no PROG205.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O ano da carga do
      *    orcamento passou a ser pedido com 4 digitos (AAAA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCCUSTO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELPLANO.cob".

           SELECT OPTIONAL ARQUIVO-CARGA-ORCAMENTO
           ASSIGN TO "orcamento_carga.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCCUSTO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDPLANO.cob".

       FD ARQUIVO-CARGA-ORCAMENTO.

       01  LINHA-CARGA-ORCAMENTO.
           05 ORCCAR-CENTRO-CUSTO PIC X(6).
           05 ORCCAR-CONTA PIC X(6).
           05 ORCCAR-AAMM PIC 9(6).
           05 ORCCAR-VALOR PIC 9(9)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  ORCCUS-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

      *    Linha em digitacao ou lida da carga
       01  CENTRO-INFORMADO PIC X(6).
       01  CONTA-INFORMADA PIC X(6).
       01  MES-INFORMADO.
           05 MES-INFORMADO-AA PIC 9(4).
           05 MES-INFORMADO-MM PIC 99.
       01  MES-INFORMADO-NUMERICO REDEFINES MES-INFORMADO PIC 9(6).
       01  VALOR-INFORMADO PIC 9(9)V99.
       01  ANO-INFORMADO PIC 9(4).
       01  MES-DO-ANO PIC 99.

       01  LINHA-VALIDA-FLAG PIC X VALUE "N".
           88 LINHA-VALIDA VALUE "S".
           88 LINHA-INVALIDA VALUE "N".
       01  MOTIVO-RECUSA PIC X(30).

      *    Centros de custo dos departamentos
       01  QTDE-CENTROS PIC 9(3) VALUE 0.
       01  INDICE-CENTRO PIC 9(3).
       01  CENTRO-ACHADO-FLAG PIC X VALUE "N".
           88 CENTRO-ACHADO VALUE "S".
           88 CENTRO-NAO-ACHADO VALUE "N".

       01  TABELA-CENTROS.
           05 CENTRO-ITEM OCCURS 100 TIMES.
               10 CENTRO-TAB-CODIGO PIC X(6).

       01  TOTAL-GRAVADAS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADAS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDAS PIC 9(6) VALUE 0.
       01  TOTAL-RECUSADAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "ORCCUS".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - ORCAMENTO ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-CENTROS-DE-CUSTO.

           OPEN INPUT ARQUIVO-PLANO.
           OPEN I-O ARQUIVO-ORCAMENTO-CUSTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-ORCAMENTO UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-ORCAMENTO-CUSTO.

           DISPLAY "LINHAS DE ORCAMENTO GRAVADAS: " TOTAL-GRAVADAS.
           DISPLAY "LINHAS DE ORCAMENTO ALTERADAS: " TOTAL-ALTERADAS.
           DISPLAY "LINHAS DE ORCAMENTO EXCLUIDAS: " TOTAL-EXCLUIDAS.
           DISPLAY "LINHAS RECUSADAS: " TOTAL-RECUSADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-CENTROS-DE-CUSTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DEPARTAMENTO.
           PERFORM GUARDA-CENTRO-DE-CUSTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DEPARTAMENTO.

       LER-PROXIMO-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-CENTRO-DE-CUSTO.
           IF DEPARTAMENTO-CENTRO-CUSTO NOT = SPACE
               AND QTDE-CENTROS < 100
               ADD 1 TO QTDE-CENTROS
               MOVE DEPARTAMENTO-CENTRO-CUSTO
                   TO CENTRO-TAB-CODIGO(QTDE-CENTROS)
           END-IF.
           PERFORM LER-PROXIMO-DEPARTAMENTO.

       MANTEM-ORCAMENTO.
           DISPLAY "-------------"
           DISPLAY "(L)inha de 1 mes (A)no inteiro (C)arga do arquivo "
               "(E)xcluir linha?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "L"
                   PERFORM MANTEM-LINHA-DO-MES
               WHEN "A"
                   PERFORM MANTEM-ANO-INTEIRO
               WHEN "C"
                   PERFORM CARREGA-ARQUIVO-ORCAMENTO
               WHEN "E"
                   PERFORM EXCLUI-LINHA-DO-MES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no orcamento? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-CENTRO-E-CONTA.
           DISPLAY "Centro de Custo:".
           MOVE SPACES TO CENTRO-INFORMADO.
           ACCEPT CENTRO-INFORMADO.
           DISPLAY "Conta (ENTER = o proprio centro de custo):".
           MOVE SPACES TO CONTA-INFORMADA.
           ACCEPT CONTA-INFORMADA.

       MANTEM-LINHA-DO-MES.
           PERFORM ACEITA-CENTRO-E-CONTA.
           DISPLAY "Mes (AAAAMM):".
           MOVE ZEROS TO MES-INFORMADO-NUMERICO.
           ACCEPT MES-INFORMADO-NUMERICO.
           DISPLAY "Valor orcado no mes:".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           PERFORM VALIDA-LINHA-DO-ORCAMENTO.
           IF LINHA-VALIDA
               PERFORM GRAVA-LINHA-DO-ORCAMENTO
           ELSE
               PERFORM RECUSA-LINHA
           END-IF.

       MANTEM-ANO-INTEIRO.
           PERFORM ACEITA-CENTRO-E-CONTA.
           DISPLAY "Ano (AAAA):".
           MOVE ZEROS TO ANO-INFORMADO.
           ACCEPT ANO-INFORMADO.
           DISPLAY "Valor orcado por mes:".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           MOVE ANO-INFORMADO TO MES-INFORMADO-AA.
           MOVE 1 TO MES-INFORMADO-MM.
           PERFORM VALIDA-LINHA-DO-ORCAMENTO.
           IF LINHA-VALIDA
               PERFORM GRAVA-MES-DO-ANO
                   VARYING MES-DO-ANO FROM 1 BY 1
                   UNTIL MES-DO-ANO > 12
           ELSE
               PERFORM RECUSA-LINHA
           END-IF.

       GRAVA-MES-DO-ANO.
           MOVE MES-DO-ANO TO MES-INFORMADO-MM.
           PERFORM GRAVA-LINHA-DO-ORCAMENTO.

       CARREGA-ARQUIVO-ORCAMENTO.
           OPEN INPUT ARQUIVO-CARGA-ORCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-CARGA.
           PERFORM CARREGA-LINHA-ORCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CARGA-ORCAMENTO.

       LER-PROXIMA-LINHA-CARGA.
           READ ARQUIVO-CARGA-ORCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CARREGA-LINHA-ORCAMENTO.
           MOVE ORCCAR-CENTRO-CUSTO TO CENTRO-INFORMADO.
           MOVE ORCCAR-CONTA TO CONTA-INFORMADA.
           MOVE ORCCAR-AAMM TO MES-INFORMADO-NUMERICO.
           MOVE ORCCAR-VALOR TO VALOR-INFORMADO.
           PERFORM VALIDA-LINHA-DO-ORCAMENTO.
           IF LINHA-VALIDA
               PERFORM GRAVA-LINHA-DO-ORCAMENTO
           ELSE
               PERFORM RECUSA-LINHA
           END-IF.
           PERFORM LER-PROXIMA-LINHA-CARGA.

       VALIDA-LINHA-DO-ORCAMENTO.
           SET LINHA-VALIDA TO TRUE.
           IF CONTA-INFORMADA = SPACE
               MOVE CENTRO-INFORMADO TO CONTA-INFORMADA
           END-IF.
           IF MES-INFORMADO-MM < 1 OR MES-INFORMADO-MM > 12
               MOVE "MES INVALIDO" TO MOTIVO-RECUSA
               SET LINHA-INVALIDA TO TRUE
           ELSE
               PERFORM LOCALIZA-CENTRO-DE-CUSTO
               IF CENTRO-NAO-ACHADO
                   MOVE "CENTRO DE CUSTO SEM DEPARTAMENTO"
                       TO MOTIVO-RECUSA
                   SET LINHA-INVALIDA TO TRUE
               ELSE
                   PERFORM VALIDA-CONTA-NO-PLANO
               END-IF
           END-IF.

       LOCALIZA-CENTRO-DE-CUSTO.
           SET CENTRO-NAO-ACHADO TO TRUE.
           PERFORM COMPARA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS
                  OR CENTRO-ACHADO.

       COMPARA-CENTRO-DE-CUSTO.
           IF CENTRO-TAB-CODIGO(INDICE-CENTRO) = CENTRO-INFORMADO
               SET CENTRO-ACHADO TO TRUE
           END-IF.

       VALIDA-CONTA-NO-PLANO.
           MOVE CONTA-INFORMADA TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   MOVE "CONTA FORA DO PLANO" TO MOTIVO-RECUSA
                   SET LINHA-INVALIDA TO TRUE
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA OR PLANO-SINTETICA
                       MOVE "CONTA INATIVA OU SINTETICA"
                           TO MOTIVO-RECUSA
                       SET LINHA-INVALIDA TO TRUE
                   END-IF
           END-READ.

       RECUSA-LINHA.
           DISPLAY "LINHA RECUSADA - " MOTIVO-RECUSA ": "
               CENTRO-INFORMADO " " CONTA-INFORMADA " "
               MES-INFORMADO-NUMERICO " " VALOR-INFORMADO.
           ADD 1 TO TOTAL-RECUSADAS.
           SET EXECUCAO-COM-ERRO TO TRUE.

       GRAVA-LINHA-DO-ORCAMENTO.
      *    Linha nova e gravada; linha que ja existe tem o valor
      *    regravado
           MOVE CENTRO-INFORMADO TO ORCCUS-CENTRO-CUSTO.
           MOVE CONTA-INFORMADA TO ORCCUS-CONTA.
           MOVE MES-INFORMADO-NUMERICO TO ORCCUS-AAMM.
           READ ARQUIVO-ORCAMENTO-CUSTO
               INVALID KEY
                   PERFORM GRAVA-LINHA-NOVA
               NOT INVALID KEY
                   PERFORM REGRAVA-LINHA-EXISTENTE
           END-READ.

       GRAVA-LINHA-NOVA.
           MOVE SPACE TO ORCCUS-REGISTRO.
           MOVE CENTRO-INFORMADO TO ORCCUS-CENTRO-CUSTO.
           MOVE CONTA-INFORMADA TO ORCCUS-CONTA.
           MOVE MES-INFORMADO-NUMERICO TO ORCCUS-AAMM.
           MOVE VALOR-INFORMADO TO ORCCUS-VALOR.
           MOVE OPERADOR-ID TO ORCCUS-OPERADOR.
           MOVE DATA-EXECUCAO TO ORCCUS-DATA-ATUALIZACAO.
           WRITE ORCCUS-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ORCAMENTO "
                       ORCCUS-CHAVE
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-GRAVADAS
           END-WRITE.

       REGRAVA-LINHA-EXISTENTE.
           MOVE VALOR-INFORMADO TO ORCCUS-VALOR.
           MOVE OPERADOR-ID TO ORCCUS-OPERADOR.
           MOVE DATA-EXECUCAO TO ORCCUS-DATA-ATUALIZACAO.
           REWRITE ORCCUS-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ORCAMENTO "
                       ORCCUS-CHAVE
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ALTERADAS
           END-REWRITE.

       EXCLUI-LINHA-DO-MES.
           PERFORM ACEITA-CENTRO-E-CONTA.
           IF CONTA-INFORMADA = SPACE
               MOVE CENTRO-INFORMADO TO CONTA-INFORMADA
           END-IF.
           DISPLAY "Mes (AAAAMM):".
           MOVE ZEROS TO MES-INFORMADO-NUMERICO.
           ACCEPT MES-INFORMADO-NUMERICO.
           MOVE CENTRO-INFORMADO TO ORCCUS-CENTRO-CUSTO.
           MOVE CONTA-INFORMADA TO ORCCUS-CONTA.
           MOVE MES-INFORMADO-NUMERICO TO ORCCUS-AAMM.
           DELETE ARQUIVO-ORCAMENTO-CUSTO RECORD
               INVALID KEY
                   DISPLAY "LINHA DE ORCAMENTO NAO ENCONTRADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-EXCLUIDAS
                   DISPLAY "LINHA DE ORCAMENTO EXCLUIDA"
           END-DELETE.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de linhas gravadas e alteradas; a linha sai
      *    sob a sigla ORCCUS (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ORCCUS" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           COMPUTE STATUS-TOTAL-PROCESSADO =
               TOTAL-GRAVADAS + TOTAL-ALTERADAS.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG214.
      *    Programa da Rodada Mensal de Provisao de 13o e Ferias
      *    O 13o do PROG149 e as ferias do PROG150 caiam inteiros no
      *    mes do pagamento e novembro e dezembro saiam pessimos no
      *    PROG146 e no PROG148. Para o mes informado (AAAAMM):
      *    - cada funcionario Ativo (ou Afastado, que continua com
      *      vinculo - e o caso de quem esta de ferias) recebe em
      *      provisoes_folha.dat 1/12 do salario do cadastro como
      *      provisao de 13o e 1/12 do salario mais o terco
      *      constitucional como provisao de ferias;
      *    - os pagamentos de 13o e de ferias ja aprovados no
      *      historico_folha.dat (PROG154) ate o mes, e ainda nao
      *      baixados, sao baixados contra a provisao do
      *      funcionario, ate o saldo dela - o que passar do saldo
      *      fica como despesa do mes e sai apontado;
      *    - a provisao e lancada em lancamentos.dat no ultimo dia
      *      do mes por centro de custo do departamento: debito no
      *      centro de custo e credito em PROV13 (13o a pagar) ou
      *      PROVFE (ferias a pagar); a baixa faz o inverso, debito
      *      na provisao e credito no centro de custo, e o pagamento
      *      lancado pela contabilizacao da folha (PROG145) deixa de
      *      pesar no mes.
      *    A rodada e recusada inteira em periodo fechado (PROG166)
      *    ou se algum funcionario ja tiver provisao do mes ou de
      *    mes posterior. A conciliacao por funcionario sai no
      *    PROG215.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O historico do
      *    lancamento de provisao de ferias ficou "PROVISAO AAAAMM FER",
      *    pra caber nas 20 posicoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELPROVISAO.cob".
           COPY "SELHISTFOLHA.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELPLANO.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPROVISAO.cob".
           COPY "FDHISTFOLHA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDPLANO.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  PROVISAO-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
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

      *    Corte de baixa do funcionario que entra na provisao agora:
      *    o mes anterior ao da rodada na conta direta (AAAAMM - 1; em
      *    janeiro da AA00, que fica entre o dezembro anterior e o
      *    janeiro da rodada), pra pagamento antigo nao consumir
      *    provisao nova
       01  MES-ANTERIOR-A-RODADA PIC 9(6).

       01  DATA-DO-LANCAMENTO.
           05 LANCAMENTO-AA PIC 9(4).
           05 LANCAMENTO-MM PIC 99.
           05 LANCAMENTO-DD PIC 99.
       01  DATA-LANCAMENTO-NUMERICA REDEFINES DATA-DO-LANCAMENTO
           PIC 9(8).

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  RODADA-FEITA-FLAG PIC X VALUE "N".
           88 RODADA-JA-FEITA VALUE "S".
           88 RODADA-NOVA VALUE "N".

       01  QUOTA-DECIMO PIC 9(7)V99.
       01  QUOTA-FERIAS PIC 9(7)V99.
       01  SALDO-DA-PROVISAO PIC 9(7)V99.
       01  VALOR-BAIXADO PIC 9(7)V99.
       01  VALOR-SEM-PROVISAO PIC 9(7)V99.

       01  CENTRO-DO-REGISTRO PIC X(6).

      *    Provisoes e baixas do mes por centro de custo
       01  QTDE-CENTROS PIC 9(3) VALUE 0.
       01  INDICE-CENTRO PIC 9(3).
       01  CENTRO-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-CENTROS.
           05 CENTRO-ITEM OCCURS 100 TIMES.
               10 CENTRO-TAB-CODIGO PIC X(6).
               10 CENTRO-TAB-DECIMO PIC 9(9)V99.
               10 CENTRO-TAB-FERIAS PIC 9(9)V99.
               10 CENTRO-TAB-BAIXA-DECIMO PIC 9(9)V99.
               10 CENTRO-TAB-BAIXA-FERIAS PIC 9(9)V99.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  PREFIXO-DO-HISTORICO PIC X(8).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-PROVISIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-BAIXAS PIC 9(6) VALUE 0.
       01  TOTAL-DECIMO PIC 9(9)V99 VALUE 0.
       01  TOTAL-FERIAS PIC 9(9)V99 VALUE 0.
       01  TOTAL-BAIXA-DECIMO PIC 9(9)V99 VALUE 0.
       01  TOTAL-BAIXA-FERIAS PIC 9(9)V99 VALUE 0.
       01  TOTAL-SEM-PROVISAO PIC 9(9)V99 VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE DATA-EXECUCAO TO DATA-EXECUCAO-DESMONTADA.

           MOVE ZEROS TO MES-DA-RODADA-NUMERICO.
           DISPLAY "INFORME O MES DA PROVISAO (AAAAMM, ENTER PARA O "
               "MES CORRENTE):".
           ACCEPT MES-DA-RODADA-NUMERICO.
           IF MES-DA-RODADA-NUMERICO = 0
               MOVE EXECUCAO-AA TO RODADA-AA
               MOVE EXECUCAO-MM TO RODADA-MM
           END-IF.
           COMPUTE MES-ANTERIOR-A-RODADA = MES-DA-RODADA-NUMERICO - 1.

           PERFORM MONTA-ULTIMO-DIA-DO-MES.
           CALL "PROG166" USING DATA-LANCAMENTO-NUMERICA
               PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO
               DISPLAY "MES " MES-DA-RODADA-NUMERICO " JA FECHADO - "
                   "PROVISAO NAO FEITA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PROVISAO.
           PERFORM VERIFICA-RODADA-DO-MES.
           IF RODADA-JA-FEITA
               DISPLAY "PROVISAO DE " MES-DA-RODADA-NUMERICO
                   " JA FEITA - RODADA RECUSADA"
               CLOSE ARQUIVO-PROVISAO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-DEPARTAMENTO.

           DISPLAY "PROVISAO DE 13O E FERIAS - MES "
               MES-DA-RODADA-NUMERICO.
           DISPLAY "---------------------------------------------".
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM AVALIA-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FUNCIONARIO.

           DISPLAY "BAIXAS DE PAGAMENTOS CONTRA A PROVISAO".
           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           PERFORM AVALIA-PAGAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FOLHA.

           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-PROVISAO.

           OPEN INPUT ARQUIVO-PLANO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           PERFORM CONTABILIZA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS.
           PERFORM CONTABILIZA-PROVISOES.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "---------------------------------------------".
           DISPLAY "PROVISAO DO MES " MES-DA-RODADA-NUMERICO
               " LANCADA EM " DATA-LANCAMENTO-NUMERICA.
           DISPLAY "FUNCIONARIOS PROVISIONADOS: " TOTAL-PROVISIONADOS.
           DISPLAY "PROVISAO DE 13O: " TOTAL-DECIMO.
           DISPLAY "PROVISAO DE FERIAS + 1/3: " TOTAL-FERIAS.
           DISPLAY "PAGAMENTOS BAIXADOS: " TOTAL-BAIXAS.
           DISPLAY "BAIXADO DA PROVISAO DE 13O: " TOTAL-BAIXA-DECIMO.
           DISPLAY "BAIXADO DA PROVISAO DE FERIAS: "
               TOTAL-BAIXA-FERIAS.
           IF TOTAL-SEM-PROVISAO > 0
               DISPLAY "PAGO ALEM DA PROVISAO (DESPESA DO MES): "
                   TOTAL-SEM-PROVISAO
           END-IF.
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
           PERFORM LER-PROXIMA-PROVISAO.
           PERFORM CONFERE-MES-DA-PROVISAO UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMA-PROVISAO.
           READ ARQUIVO-PROVISAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-MES-DA-PROVISAO.
           IF PROV-ULTIMO-MES-PROVISIONADO
               NOT < MES-DA-RODADA-NUMERICO
               SET RODADA-JA-FEITA TO TRUE
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               PERFORM LER-PROXIMA-PROVISAO
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO OR FUNCIONARIO-AFASTADO
               PERFORM PROVISIONA-FUNCIONARIO
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       PROVISIONA-FUNCIONARIO.
      *    1/12 do salario pro 13o; 1/12 do salario mais o terco
      *    (salario x 4 / 36) pras ferias
           COMPUTE QUOTA-DECIMO ROUNDED = FUNCIONARIO-SALARIO / 12.
           COMPUTE QUOTA-FERIAS ROUNDED =
               FUNCIONARIO-SALARIO * 4 / 36.
           MOVE FUNCIONARIO-CODIGO TO PROV-CODIGO.
           READ ARQUIVO-PROVISAO
               INVALID KEY
                   PERFORM ABRE-PROVISAO-DO-FUNCIONARIO
                   PERFORM SOMA-QUOTAS-NA-PROVISAO
                   WRITE PROV-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PROVISAO DE "
                               FUNCIONARIO-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           PERFORM ACUMULA-QUOTAS-DO-FUNCIONARIO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SOMA-QUOTAS-NA-PROVISAO
                   REWRITE PROV-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A PROVISAO DE "
                               FUNCIONARIO-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           PERFORM ACUMULA-QUOTAS-DO-FUNCIONARIO
                   END-REWRITE
           END-READ.

       ABRE-PROVISAO-DO-FUNCIONARIO.
           MOVE ZEROS TO PROV-DECIMO-PROVISIONADO.
           MOVE ZEROS TO PROV-DECIMO-BAIXADO.
           MOVE ZEROS TO PROV-FERIAS-PROVISIONADO.
           MOVE ZEROS TO PROV-FERIAS-BAIXADO.
           MOVE MES-ANTERIOR-A-RODADA TO PROV-DECIMO-BAIXADO-ATE.
           MOVE MES-ANTERIOR-A-RODADA TO PROV-FERIAS-BAIXADO-ATE.

       SOMA-QUOTAS-NA-PROVISAO.
           MOVE FUNCIONARIO-NOME TO PROV-NOME.
           MOVE FUNCIONARIO-DEPARTAMENTO TO PROV-DEPARTAMENTO.
           ADD QUOTA-DECIMO TO PROV-DECIMO-PROVISIONADO.
           ADD QUOTA-FERIAS TO PROV-FERIAS-PROVISIONADO.
           MOVE MES-DA-RODADA-NUMERICO
               TO PROV-ULTIMO-MES-PROVISIONADO.

       ACUMULA-QUOTAS-DO-FUNCIONARIO.
           ADD 1 TO TOTAL-PROVISIONADOS.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO DEPARTAMENTO-CODIGO.
           PERFORM LOCALIZA-CENTRO-DE-CUSTO.
           ADD QUOTA-DECIMO TO CENTRO-TAB-DECIMO(CENTRO-ACHADO).
           ADD QUOTA-FERIAS TO CENTRO-TAB-FERIAS(CENTRO-ACHADO).
           ADD QUOTA-DECIMO TO TOTAL-DECIMO.
           ADD QUOTA-FERIAS TO TOTAL-FERIAS.

       LER-PROXIMO-HISTORICO.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PAGAMENTO.
      *    So 13o e ferias aprovados ate o mes da rodada; a folha
      *    Mensal nao mexe na provisao
           IF (HISTFOL-DECIMO OR HISTFOL-FERIAS)
               AND HISTFOL-AAMM NOT > MES-DA-RODADA-NUMERICO
               MOVE HISTFOL-CODIGO TO PROV-CODIGO
               READ ARQUIVO-PROVISAO
                   INVALID KEY
                       IF HISTFOL-AAMM = MES-DA-RODADA-NUMERICO
                           DISPLAY "PAGAMENTO " HISTFOL-TIPO " DE "
                               HISTFOL-CODIGO " SEM PROVISAO - "
                               HISTFOL-SALARIO-BRUTO
                           ADD HISTFOL-SALARIO-BRUTO
                               TO TOTAL-SEM-PROVISAO
                       END-IF
                   NOT INVALID KEY
                       PERFORM BAIXA-PAGAMENTO-NA-PROVISAO
               END-READ
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       BAIXA-PAGAMENTO-NA-PROVISAO.
           MOVE ZEROS TO VALOR-BAIXADO.
           IF HISTFOL-DECIMO
               AND HISTFOL-AAMM > PROV-DECIMO-BAIXADO-ATE
               COMPUTE SALDO-DA-PROVISAO = PROV-DECIMO-PROVISIONADO
                   - PROV-DECIMO-BAIXADO
               PERFORM CALCULA-VALOR-BAIXADO
               ADD VALOR-BAIXADO TO PROV-DECIMO-BAIXADO
               MOVE HISTFOL-AAMM TO PROV-DECIMO-BAIXADO-ATE
               PERFORM REGRAVA-PROVISAO-BAIXADA
           END-IF.
           IF HISTFOL-FERIAS
               AND HISTFOL-AAMM > PROV-FERIAS-BAIXADO-ATE
               COMPUTE SALDO-DA-PROVISAO = PROV-FERIAS-PROVISIONADO
                   - PROV-FERIAS-BAIXADO
               PERFORM CALCULA-VALOR-BAIXADO
               ADD VALOR-BAIXADO TO PROV-FERIAS-BAIXADO
               MOVE HISTFOL-AAMM TO PROV-FERIAS-BAIXADO-ATE
               PERFORM REGRAVA-PROVISAO-BAIXADA
           END-IF.

       CALCULA-VALOR-BAIXADO.
      *    Baixa ate o saldo; o que passar fica como despesa do mes
           IF HISTFOL-SALARIO-BRUTO > SALDO-DA-PROVISAO
               MOVE SALDO-DA-PROVISAO TO VALOR-BAIXADO
               COMPUTE VALOR-SEM-PROVISAO = HISTFOL-SALARIO-BRUTO
                   - SALDO-DA-PROVISAO
               ADD VALOR-SEM-PROVISAO TO TOTAL-SEM-PROVISAO
               DISPLAY "PAGAMENTO " HISTFOL-TIPO " DE " HISTFOL-AAMM
                   " DO CODIGO " HISTFOL-CODIGO " PASSA DA PROVISAO "
                   "EM " VALOR-SEM-PROVISAO
           ELSE
               MOVE HISTFOL-SALARIO-BRUTO TO VALOR-BAIXADO
           END-IF.

       REGRAVA-PROVISAO-BAIXADA.
           REWRITE PROV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A PROVISAO DE "
                       PROV-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ACUMULA-BAIXA-DO-PAGAMENTO
           END-REWRITE.

       ACUMULA-BAIXA-DO-PAGAMENTO.
           ADD 1 TO TOTAL-BAIXAS.
           DISPLAY "  " HISTFOL-CODIGO " " HISTFOL-NOME " "
               HISTFOL-TIPO " " HISTFOL-AAMM " BAIXADO: "
               VALOR-BAIXADO.
           MOVE HISTFOL-DEPARTAMENTO(1:4) TO DEPARTAMENTO-CODIGO.
           PERFORM LOCALIZA-CENTRO-DE-CUSTO.
           IF HISTFOL-DECIMO
               ADD VALOR-BAIXADO
                   TO CENTRO-TAB-BAIXA-DECIMO(CENTRO-ACHADO)
               ADD VALOR-BAIXADO TO TOTAL-BAIXA-DECIMO
           ELSE
               ADD VALOR-BAIXADO
                   TO CENTRO-TAB-BAIXA-FERIAS(CENTRO-ACHADO)
               ADD VALOR-BAIXADO TO TOTAL-BAIXA-FERIAS
           END-IF.

       LOCALIZA-CENTRO-DE-CUSTO.
      *    DEPARTAMENTO-CODIGO ja vem de quem chamou; departamento
      *    fora do cadastro cai no centro de custo CC????
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "CC????" TO CENTRO-DO-REGISTRO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-CENTRO-CUSTO
                       TO CENTRO-DO-REGISTRO
           END-READ.
           MOVE 0 TO CENTRO-ACHADO.
           PERFORM COMPARA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS
                  OR CENTRO-ACHADO > 0.
           IF CENTRO-ACHADO = 0
               IF QTDE-CENTROS >= 100
      *            Sem lugar na tabela, o valor vai pra SUSPEN
                   MOVE 1 TO CENTRO-ACHADO
                   MOVE "SUSPEN" TO CENTRO-TAB-CODIGO(1)
                   DISPLAY "MAIS DE 100 CENTROS DE CUSTO - "
                       CENTRO-DO-REGISTRO " SOMADO NO PRIMEIRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-CENTROS
                   MOVE QTDE-CENTROS TO CENTRO-ACHADO
                   MOVE CENTRO-DO-REGISTRO
                       TO CENTRO-TAB-CODIGO(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-DECIMO(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-FERIAS(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-BAIXA-DECIMO(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-BAIXA-FERIAS(CENTRO-ACHADO)
               END-IF
           END-IF.

       COMPARA-CENTRO-DE-CUSTO.
           IF CENTRO-TAB-CODIGO(INDICE-CENTRO) = CENTRO-DO-REGISTRO
               MOVE INDICE-CENTRO TO CENTRO-ACHADO
           END-IF.

       CONTABILIZA-CENTRO-DE-CUSTO.
           IF CENTRO-TAB-DECIMO(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-DECIMO(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE "PROVISAO" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-DECIMO
               PERFORM LANCA-DEBITO-NO-CENTRO
           END-IF.
           IF CENTRO-TAB-FERIAS(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-FERIAS(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE "PROVISAO" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-FERIAS
               PERFORM LANCA-DEBITO-NO-CENTRO
           END-IF.
           IF CENTRO-TAB-BAIXA-DECIMO(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-BAIXA-DECIMO(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE "BAIXA" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-DECIMO
               PERFORM LANCA-CREDITO-NO-CENTRO
           END-IF.
           IF CENTRO-TAB-BAIXA-FERIAS(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-BAIXA-FERIAS(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE "BAIXA" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-FERIAS
               PERFORM LANCA-CREDITO-NO-CENTRO
           END-IF.

       LANCA-DEBITO-NO-CENTRO.
           MOVE CENTRO-TAB-CODIGO(INDICE-CENTRO)
               TO CONTA-DO-LANCAMENTO.
           PERFORM VALIDA-CONTA-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.

       LANCA-CREDITO-NO-CENTRO.
           MOVE CENTRO-TAB-CODIGO(INDICE-CENTRO)
               TO CONTA-DO-LANCAMENTO.
           PERFORM VALIDA-CONTA-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.

       MONTA-HISTORICO-DECIMO.
      *    O prefixo (PROVISAO ou BAIXA) ja vem de quem chamou
           MOVE SPACES TO HISTORICO-DO-LANCAMENTO.
           STRING PREFIXO-DO-HISTORICO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MES-DA-RODADA-NUMERICO DELIMITED BY SIZE
               " 13O" DELIMITED BY SIZE
               INTO HISTORICO-DO-LANCAMENTO.

       MONTA-HISTORICO-FERIAS.
      *    "FER" abreviado pra "PROVISAO AAAAMM FER" caber nas 20
      *    posicoes do historico
           MOVE SPACES TO HISTORICO-DO-LANCAMENTO.
           STRING PREFIXO-DO-HISTORICO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MES-DA-RODADA-NUMERICO DELIMITED BY SIZE
               " FER" DELIMITED BY SIZE
               INTO HISTORICO-DO-LANCAMENTO.

       CONTABILIZA-PROVISOES.
      *    Contrapartida de cada provisao: credito pela provisao do
      *    mes e debito pelo que foi baixado
           IF TOTAL-DECIMO > 0
               MOVE TOTAL-DECIMO TO VALOR-DO-LANCAMENTO
               MOVE "PROVISAO" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-DECIMO
               MOVE "PROV13" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF TOTAL-FERIAS > 0
               MOVE TOTAL-FERIAS TO VALOR-DO-LANCAMENTO
               MOVE "PROVISAO" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-FERIAS
               MOVE "PROVFE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF TOTAL-BAIXA-DECIMO > 0
               MOVE TOTAL-BAIXA-DECIMO TO VALOR-DO-LANCAMENTO
               MOVE "BAIXA" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-DECIMO
               MOVE "PROV13" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.
           IF TOTAL-BAIXA-FERIAS > 0
               MOVE TOTAL-BAIXA-FERIAS TO VALOR-DO-LANCAMENTO
               MOVE "BAIXA" TO PREFIXO-DO-HISTORICO
               PERFORM MONTA-HISTORICO-FERIAS
               MOVE "PROVFE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.

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
           DISPLAY "EXCECAO: CONTA " CONTA-DO-LANCAMENTO
               " NAO ACEITA NO PLANO - " VALOR-DO-LANCAMENTO
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
      *    com o total de funcionarios provisionados; a linha sai sob
      *    a sigla PROVIS (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "PROVIS" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-PROVISIONADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

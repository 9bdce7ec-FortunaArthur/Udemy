       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG209.
      *    Programa da Apuracao Mensal de Saldos
      *    O balancete do PROG146 so mostra o movimento do mes. Esta
      *    apuracao fecha o razao do mes informado (AAAAMM) em
      *    saldos_mensais.dat: cada conta parte do saldo final que o
      *    mes anterior deixou gravado (transporte de saldos), soma
      *    os debitos e creditos do mes em lancamentos.dat e grava o
      *    saldo final, com o tipo da conta, a conta pai, o grupo da
      *    DRE e a filial. Em janeiro Receita e Despesa partem de
      *    zero e o resultado do ano anterior vai pra RESACU.
      *    O mes anterior tem de estar apurado, a nao ser no primeiro
      *    mes do razao. Mes ainda aberto pode ser reapurado quantas
      *    vezes for preciso; mes fechado (PROG166) so e apurado se
      *    ainda nao tiver saldo guardado - depois disso os saldos
      *    dele nao mudam mais e o PROG210 reimprime DRE e balanco
      *    a partir deles.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSALDOMES.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELPLANO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSALDOMES.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDPLANO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  SALMES-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DESMONTADA.
           05 EXECUCAO-AA PIC 9(4).
           05 EXECUCAO-MM PIC 99.
           05 EXECUCAO-DD PIC 99.

       01  MES-DA-APURACAO.
           05 APURACAO-AA PIC 9(4).
           05 APURACAO-MM PIC 99.
       01  MES-APURACAO-NUMERICO REDEFINES MES-DA-APURACAO PIC 9(6).

       01  MES-ANTERIOR.
           05 ANTERIOR-AA PIC 9(4).
           05 ANTERIOR-MM PIC 99.
       01  MES-ANTERIOR-NUMERICO REDEFINES MES-ANTERIOR PIC 9(6).

       01  MES-SEGUINTE.
           05 SEGUINTE-AA PIC 9(4).
           05 SEGUINTE-MM PIC 99.
       01  MES-SEGUINTE-NUMERICO REDEFINES MES-SEGUINTE PIC 9(6).

       01  DATA-CONSULTA.
           05 CONSULTA-AAMM PIC 9(6).
           05 CONSULTA-DD PIC 99.
       01  DATA-CONSULTA-NUMERICA REDEFINES DATA-CONSULTA PIC 9(8).

       01  DATA-LANC-DESMONTADA.
           05 LANC-MES-AAMM PIC 9(6).
           05 LANC-DIA PIC 99.

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  MES-APURADO-FLAG PIC X VALUE "N".
           88 MES-JA-APURADO VALUE "S".
           88 MES-NAO-APURADO VALUE "N".

       01  MES-PROCURADO PIC 9(6).

      *    Montagem da conta RC + filial
       01  CONTA-DESMONTADA.
           05 CONTA-PREFIXO PIC X(2).
           05 CONTA-SUFIXO PIC X(4).

      *    Saldos do mes em apuracao, uma entrada por conta
       01  QTDE-CONTAS PIC 9(3) VALUE 0.
       01  INDICE-CONTA PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.
       01  CONTA-PROCURADA PIC X(6).

       01  CONTA-ACHADA-FLAG PIC X VALUE "N".
           88 CONTA-NA-TABELA VALUE "S".
           88 CONTA-FORA-TABELA VALUE "N".

       01  TABELA-CONTAS.
           05 CONTA-ITEM OCCURS 500 TIMES.
               10 CONTA-TAB-CODIGO PIC X(6).
               10 CONTA-TAB-ANTERIOR PIC S9(11)V99.
               10 CONTA-TAB-DEBITOS PIC 9(11)V99.
               10 CONTA-TAB-CREDITOS PIC 9(11)V99.

      *    Centro de custo de cada departamento e a filial dele
       01  QTDE-DEPARTAMENTOS PIC 9(3) VALUE 0.
       01  INDICE-DEPARTAMENTO PIC 9(3).
       01  DEPARTAMENTO-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-DEPARTAMENTOS.
           05 DEPTO-ITEM OCCURS 200 TIMES.
               10 DEPTO-TAB-CENTRO-CUSTO PIC X(6).
               10 DEPTO-TAB-FILIAL PIC X(4).

      *    Subida pela arvore do plano atras do grupo da DRE
       01  CONTA-DO-NIVEL PIC X(6).
       01  NIVEL-DO-PLANO PIC 99.
       01  GRUPO-CALCULADO PIC X.
       01  GRUPO-ACHADO-FLAG PIC X VALUE "N".
           88 GRUPO-ACHADO VALUE "S".
           88 GRUPO-NAO-ACHADO VALUE "N".

       01  RESULTADO-ANO-ANTERIOR PIC S9(11)V99 VALUE 0.
       01  SOMA-DOS-SALDOS PIC S9(12)V99 VALUE 0.

       01  TOTAL-CONTAS-ANTERIOR PIC 9(6) VALUE 0.
       01  TOTAL-LANCAMENTOS-MES PIC 9(6) VALUE 0.
       01  TOTAL-LANCAMENTOS-ANTES PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.
       01  TOTAL-GRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-DEBITOS PIC 9(12)V99 VALUE 0.
       01  TOTAL-CREDITOS PIC 9(12)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE DATA-EXECUCAO TO DATA-EXECUCAO-DESMONTADA.

           MOVE ZEROS TO MES-APURACAO-NUMERICO.
           DISPLAY "INFORME O MES DA APURACAO (AAAAMM, ENTER PARA O "
               "MES CORRENTE):".
           ACCEPT MES-APURACAO-NUMERICO.
           IF MES-APURACAO-NUMERICO = 0
               MOVE EXECUCAO-AA TO APURACAO-AA
               MOVE EXECUCAO-MM TO APURACAO-MM
           END-IF.
           PERFORM MONTA-MESES-VIZINHOS.

           OPEN I-O ARQUIVO-SALDO-MENSAL.
           MOVE MES-APURACAO-NUMERICO TO MES-PROCURADO.
           PERFORM PROCURA-MES-APURADO.

           MOVE MES-APURACAO-NUMERICO TO CONSULTA-AAMM.
           MOVE 01 TO CONSULTA-DD.
           CALL "PROG166" USING DATA-CONSULTA-NUMERICA
               PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO AND MES-JA-APURADO
               DISPLAY "MES " MES-APURACAO-NUMERICO " FECHADO COM "
                   "SALDOS JA GUARDADOS - REIMPRIMA PELO PROG210"
               CLOSE ARQUIVO-SALDO-MENSAL
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-SALDOS-ANTERIORES.

           OPEN INPUT ARQUIVO-LANCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LANCAMENTO.
           PERFORM AVALIA-LANCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LANCAMENTO.

           IF TOTAL-CONTAS-ANTERIOR = 0
               AND TOTAL-LANCAMENTOS-ANTES > 0
               DISPLAY "MES ANTERIOR " MES-ANTERIOR-NUMERICO
                   " NAO APURADO - HA " TOTAL-LANCAMENTOS-ANTES
                   " LANCAMENTOS ANTES DE " MES-APURACAO-NUMERICO
               DISPLAY "APURE OS MESES EM ORDEM - NADA GRAVADO"
               CLOSE ARQUIVO-SALDO-MENSAL
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "MAIS DE 500 CONTAS NO MES - "
                   TOTAL-FORA-DA-TABELA " LANCAMENTOS SEM LUGAR"
               DISPLAY "APURACAO CANCELADA - NADA GRAVADO"
               CLOSE ARQUIVO-SALDO-MENSAL
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           IF RESULTADO-ANO-ANTERIOR NOT = 0
               MOVE "RESACU" TO CONTA-PROCURADA
               PERFORM LOCALIZA-CONTA
               IF INDICE-ACHADO > 0
                   ADD RESULTADO-ANO-ANTERIOR
                       TO CONTA-TAB-ANTERIOR(INDICE-ACHADO)
               END-IF
           END-IF.

           PERFORM CARREGA-DEPARTAMENTOS.

           OPEN INPUT ARQUIVO-PLANO.
           PERFORM GRAVA-SALDO-DA-CONTA
               VARYING INDICE-CONTA FROM 1 BY 1
               UNTIL INDICE-CONTA > QTDE-CONTAS.
           CLOSE ARQUIVO-PLANO.

           MOVE MES-SEGUINTE-NUMERICO TO MES-PROCURADO.
           PERFORM PROCURA-MES-APURADO.
           CLOSE ARQUIVO-SALDO-MENSAL.

           DISPLAY "---------------------------------------------".
           DISPLAY "SALDOS DE " MES-APURACAO-NUMERICO " APURADOS".
           DISPLAY "CONTAS GRAVADAS: " TOTAL-GRAVADOS.
           DISPLAY "LANCAMENTOS DO MES: " TOTAL-LANCAMENTOS-MES.
           DISPLAY "TOTAL DE DEBITOS: " TOTAL-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS: " TOTAL-CREDITOS.
           IF SOMA-DOS-SALDOS = 0
               DISPLAY "SOMA DOS SALDOS E ZERO - RAZAO FECHA"
           ELSE
               DISPLAY "*** SOMA DOS SALDOS DIFERENTE DE ZERO: "
                   SOMA-DOS-SALDOS " - INVESTIGAR ***"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           IF MES-JA-APURADO
               DISPLAY "ATENCAO: " MES-SEGUINTE-NUMERICO
                   " JA TINHA SIDO APURADO - REAPURE OS MESES "
                   "SEGUINTES"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       MONTA-MESES-VIZINHOS.
           IF APURACAO-MM = 1
               MOVE 12 TO ANTERIOR-MM
               IF APURACAO-AA = 0
                   MOVE 99 TO ANTERIOR-AA
               ELSE
                   COMPUTE ANTERIOR-AA = APURACAO-AA - 1
               END-IF
           ELSE
               MOVE APURACAO-AA TO ANTERIOR-AA
               COMPUTE ANTERIOR-MM = APURACAO-MM - 1
           END-IF.
           IF APURACAO-MM = 12
               MOVE 1 TO SEGUINTE-MM
               IF APURACAO-AA = 99
                   MOVE 0 TO SEGUINTE-AA
               ELSE
                   COMPUTE SEGUINTE-AA = APURACAO-AA + 1
               END-IF
           ELSE
               MOVE APURACAO-AA TO SEGUINTE-AA
               COMPUTE SEGUINTE-MM = APURACAO-MM + 1
           END-IF.

       PROCURA-MES-APURADO.
           SET MES-NAO-APURADO TO TRUE.
           MOVE MES-PROCURADO TO SALMES-AAMM.
           MOVE SPACES TO SALMES-CONTA.
           START ARQUIVO-SALDO-MENSAL
               KEY IS NOT LESS THAN SALMES-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-SALDO-MENSAL NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SALMES-AAMM = MES-PROCURADO
                               SET MES-JA-APURADO TO TRUE
                           END-IF
                   END-READ
           END-START.

       CARREGA-SALDOS-ANTERIORES.
      *    O saldo final do mes anterior e o saldo inicial deste
           MOVE MES-ANTERIOR-NUMERICO TO SALMES-AAMM.
           MOVE SPACES TO SALMES-CONTA.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-SALDO-MENSAL
               KEY IS NOT LESS THAN SALMES-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-SALDO
           END-IF.
           PERFORM TRANSPORTA-SALDO UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-SALDO.
           READ ARQUIVO-SALDO-MENSAL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = "N"
               AND SALMES-AAMM NOT = MES-ANTERIOR-NUMERICO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

       TRANSPORTA-SALDO.
           ADD 1 TO TOTAL-CONTAS-ANTERIOR.
           MOVE SALMES-CONTA TO CONTA-PROCURADA.
           PERFORM LOCALIZA-CONTA.
           IF INDICE-ACHADO > 0
               IF APURACAO-MM = 1
                   AND (SALMES-RECEITA OR SALMES-DESPESA)
                   ADD SALMES-FINAL TO RESULTADO-ANO-ANTERIOR
               ELSE
                   MOVE SALMES-FINAL
                       TO CONTA-TAB-ANTERIOR(INDICE-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-SALDO.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LANCAMENTO.
           MOVE LANC-DATA TO DATA-LANC-DESMONTADA.
           IF LANC-MES-AAMM < MES-APURACAO-NUMERICO
               ADD 1 TO TOTAL-LANCAMENTOS-ANTES
           END-IF.
           IF LANC-MES-AAMM = MES-APURACAO-NUMERICO
               ADD 1 TO TOTAL-LANCAMENTOS-MES
               MOVE LANC-CONTA TO CONTA-PROCURADA
               PERFORM LOCALIZA-CONTA
               IF INDICE-ACHADO > 0
                   ADD LANC-DEBITO
                       TO CONTA-TAB-DEBITOS(INDICE-ACHADO)
                   ADD LANC-CREDITO
                       TO CONTA-TAB-CREDITOS(INDICE-ACHADO)
                   ADD LANC-DEBITO TO TOTAL-DEBITOS
                   ADD LANC-CREDITO TO TOTAL-CREDITOS
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-LANCAMENTO.

       LOCALIZA-CONTA.
      *    Acha a conta na tabela; conta nova entra com tudo zero
           SET CONTA-FORA-TABELA TO TRUE.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-CONTA
               VARYING INDICE-CONTA FROM 1 BY 1
               UNTIL INDICE-CONTA > QTDE-CONTAS
                  OR CONTA-NA-TABELA.
           IF CONTA-FORA-TABELA
               IF QTDE-CONTAS >= 500
                   ADD 1 TO TOTAL-FORA-DA-TABELA
               ELSE
                   ADD 1 TO QTDE-CONTAS
                   MOVE QTDE-CONTAS TO INDICE-ACHADO
                   MOVE CONTA-PROCURADA
                       TO CONTA-TAB-CODIGO(INDICE-ACHADO)
                   MOVE ZERO TO CONTA-TAB-ANTERIOR(INDICE-ACHADO)
                   MOVE ZERO TO CONTA-TAB-DEBITOS(INDICE-ACHADO)
                   MOVE ZERO TO CONTA-TAB-CREDITOS(INDICE-ACHADO)
               END-IF
           END-IF.

       COMPARA-CONTA.
           IF CONTA-TAB-CODIGO(INDICE-CONTA) = CONTA-PROCURADA
               SET CONTA-NA-TABELA TO TRUE
               MOVE INDICE-CONTA TO INDICE-ACHADO
           END-IF.

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
           IF DEPARTAMENTO-CENTRO-CUSTO NOT = SPACE
               AND QTDE-DEPARTAMENTOS < 200
               ADD 1 TO QTDE-DEPARTAMENTOS
               MOVE DEPARTAMENTO-CENTRO-CUSTO
                   TO DEPTO-TAB-CENTRO-CUSTO(QTDE-DEPARTAMENTOS)
               MOVE DEPARTAMENTO-FILIAL
                   TO DEPTO-TAB-FILIAL(QTDE-DEPARTAMENTOS)
           END-IF.
           PERFORM LER-PROXIMO-DEPARTAMENTO.

       GRAVA-SALDO-DA-CONTA.
           MOVE SPACE TO SALMES-REGISTRO.
           MOVE MES-APURACAO-NUMERICO TO SALMES-AAMM.
           MOVE CONTA-TAB-CODIGO(INDICE-CONTA) TO SALMES-CONTA.
           MOVE CONTA-TAB-ANTERIOR(INDICE-CONTA) TO SALMES-ANTERIOR.
           MOVE CONTA-TAB-DEBITOS(INDICE-CONTA) TO SALMES-DEBITOS.
           MOVE CONTA-TAB-CREDITOS(INDICE-CONTA) TO SALMES-CREDITOS.
           COMPUTE SALMES-FINAL = SALMES-ANTERIOR + SALMES-DEBITOS
               - SALMES-CREDITOS.
           MOVE DATA-EXECUCAO TO SALMES-DATA-APURACAO.
           ADD SALMES-FINAL TO SOMA-DOS-SALDOS.

           PERFORM CLASSIFICA-CONTA.
           PERFORM ACHA-FILIAL-DA-CONTA.

           WRITE SALMES-REGISTRO
               INVALID KEY
                   REWRITE SALMES-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O SALDO DA CONTA "
                               SALMES-CONTA
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-GRAVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-GRAVADOS
           END-WRITE.

       CLASSIFICA-CONTA.
      *    Tipo e pai vem do plano; conta que nao esta no plano fica
      *    com tipo em branco e o balanco do PROG210 aponta
           MOVE SPACE TO SALMES-TIPO.
           MOVE SPACE TO SALMES-GRUPO-DRE.
           MOVE SPACES TO SALMES-CONTA-PAI.
           MOVE SALMES-CONTA TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLANO-TIPO TO SALMES-TIPO
                   MOVE PLANO-CONTA-PAI TO SALMES-CONTA-PAI
           END-READ.
           IF SALMES-RECEITA
               SET SALMES-GRUPO-RECEITA TO TRUE
           END-IF.
           IF SALMES-DESPESA
               PERFORM ACHA-GRUPO-DA-DESPESA
               MOVE GRUPO-CALCULADO TO SALMES-GRUPO-DRE
           END-IF.

       ACHA-GRUPO-DA-DESPESA.
      *    Sobe pelos pais ate achar CUSMER ou PESSOA; nao achando
      *    em 10 niveis, e outras despesas
           MOVE "O" TO GRUPO-CALCULADO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           MOVE SALMES-CONTA-PAI TO CONTA-DO-NIVEL.
           PERFORM SOBE-UM-NIVEL-DO-PLANO
               VARYING NIVEL-DO-PLANO FROM 1 BY 1
               UNTIL NIVEL-DO-PLANO > 10
                  OR CONTA-DO-NIVEL = SPACES
                  OR GRUPO-ACHADO.

       SOBE-UM-NIVEL-DO-PLANO.
           EVALUATE CONTA-DO-NIVEL
               WHEN "CUSMER"
                   MOVE "C" TO GRUPO-CALCULADO
                   SET GRUPO-ACHADO TO TRUE
               WHEN "PESSOA"
                   MOVE "F" TO GRUPO-CALCULADO
                   SET GRUPO-ACHADO TO TRUE
               WHEN OTHER
                   MOVE CONTA-DO-NIVEL TO PLANO-CONTA
                   READ ARQUIVO-PLANO
                       INVALID KEY
                           MOVE SPACES TO CONTA-DO-NIVEL
                       NOT INVALID KEY
                           MOVE PLANO-CONTA-PAI TO CONTA-DO-NIVEL
                   END-READ
           END-EVALUATE.

       ACHA-FILIAL-DA-CONTA.
      *    Receita RC + filial, ou centro de custo de departamento
           MOVE SPACES TO SALMES-FILIAL.
           MOVE SALMES-CONTA TO CONTA-DESMONTADA.
           IF SALMES-RECEITA AND CONTA-PREFIXO = "RC"
               MOVE CONTA-SUFIXO TO SALMES-FILIAL
           ELSE
               MOVE 0 TO DEPARTAMENTO-ACHADO
               PERFORM COMPARA-DEPARTAMENTO
                   VARYING INDICE-DEPARTAMENTO FROM 1 BY 1
                   UNTIL INDICE-DEPARTAMENTO > QTDE-DEPARTAMENTOS
                      OR DEPARTAMENTO-ACHADO > 0
               IF DEPARTAMENTO-ACHADO > 0
                   MOVE DEPTO-TAB-FILIAL(DEPARTAMENTO-ACHADO)
                       TO SALMES-FILIAL
               END-IF
           END-IF.

       COMPARA-DEPARTAMENTO.
           IF DEPTO-TAB-CENTRO-CUSTO(INDICE-DEPARTAMENTO)
               = SALMES-CONTA
               MOVE INDICE-DEPARTAMENTO TO DEPARTAMENTO-ACHADO
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de contas gravadas; a linha sai sob a sigla
      *    SALDOS (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "SALDOS" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-GRAVADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG210.
      *    Programa da DRE e do Balanco Patrimonial Mensal
      *    Imprime, a partir dos saldos que o PROG209 guardou em
      *    saldos_mensais.dat pro mes informado (AAAAMM), os 2
      *    demonstrativos que vinham do contador de fora:
      *    - DRE por filial e consolidada, com o mes e o acumulado
      *      do ano lado a lado: receita, custo das mercadorias,
      *      folha, outras despesas e resultado. O grupo de cada
      *      despesa e a filial de cada conta ja vem gravados no
      *      saldo (arvore do plano de contas e mapa de
      *      departamentos); o que nao e de filial nenhuma sai na
      *      coluna SEM FILIAL e entra no consolidado;
      *    - Balanco com o saldo final de cada conta de Ativo e de
      *      Passivo, o total de cada conta sintetica pai, o
      *      resultado do exercicio e a prova de que o Ativo fecha
      *      com Passivo mais resultado.
      *    Como le so os saldos guardados, um mes ja fechado sai
      *    igual quantas vezes for reimpresso.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSALDOMES.cob".
           COPY "SELPLANO.cob".
           COPY "SELFILIAL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSALDOMES.cob".
           COPY "FDPLANO.cob".
           COPY "FDFILIAL.cob".

       WORKING-STORAGE SECTION.

       01  SALMES-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-FILIAL PIC X.

       01  MES-IMPRESSO PIC 9(6).

       01  MES-ENCONTRADO-FLAG PIC X VALUE "N".
           88 MES-ENCONTRADO VALUE "S".
           88 MES-NAO-ENCONTRADO VALUE "N".

      *    Valor do mes e do ano no sentido do demonstrativo
       01  VALOR-DO-MES PIC S9(11)V99.
       01  VALOR-DO-ANO PIC S9(11)V99.

      *    DRE por filial: receita, custo, folha e outras, mes e ano
       01  QTDE-FILIAIS PIC 9(3) VALUE 0.
       01  INDICE-FILIAL PIC 9(3).
       01  FILIAL-ACHADA PIC 9(3) VALUE 0.
       01  FILIAL-PROCURADA PIC X(4).

       01  TABELA-FILIAIS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FILIAL-TAB-CODIGO PIC X(4).
               10 FILIAL-TAB-IMPRESSA PIC X.
               10 FILIAL-TAB-RECEITA-MES PIC S9(11)V99.
               10 FILIAL-TAB-RECEITA-ANO PIC S9(11)V99.
               10 FILIAL-TAB-CUSTO-MES PIC S9(11)V99.
               10 FILIAL-TAB-CUSTO-ANO PIC S9(11)V99.
               10 FILIAL-TAB-FOLHA-MES PIC S9(11)V99.
               10 FILIAL-TAB-FOLHA-ANO PIC S9(11)V99.
               10 FILIAL-TAB-OUTRAS-MES PIC S9(11)V99.
               10 FILIAL-TAB-OUTRAS-ANO PIC S9(11)V99.

      *    Consolidado, nos mesmos 8 valores
       01  CONSOLIDADO.
           05 CONS-RECEITA-MES PIC S9(11)V99 VALUE 0.
           05 CONS-RECEITA-ANO PIC S9(11)V99 VALUE 0.
           05 CONS-CUSTO-MES PIC S9(11)V99 VALUE 0.
           05 CONS-CUSTO-ANO PIC S9(11)V99 VALUE 0.
           05 CONS-FOLHA-MES PIC S9(11)V99 VALUE 0.
           05 CONS-FOLHA-ANO PIC S9(11)V99 VALUE 0.
           05 CONS-OUTRAS-MES PIC S9(11)V99 VALUE 0.
           05 CONS-OUTRAS-ANO PIC S9(11)V99 VALUE 0.

       01  DRE-EM-IMPRESSAO.
           05 DRE-RECEITA-MES PIC S9(11)V99.
           05 DRE-RECEITA-ANO PIC S9(11)V99.
           05 DRE-CUSTO-MES PIC S9(11)V99.
           05 DRE-CUSTO-ANO PIC S9(11)V99.
           05 DRE-FOLHA-MES PIC S9(11)V99.
           05 DRE-FOLHA-ANO PIC S9(11)V99.
           05 DRE-OUTRAS-MES PIC S9(11)V99.
           05 DRE-OUTRAS-ANO PIC S9(11)V99.

       01  TITULO-DA-FILIAL PIC X(40).

       01  LINHA-DRE.
           05 LINHA-DRE-TITULO PIC X(30).
           05 LINHA-DRE-MES PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LINHA-DRE-ANO PIC -ZZZZZZZZZZ9.99.

      *    Balanco: secao em impressao e totais por conta pai
       01  TIPO-EM-LISTA PIC X.

       01  QTDE-PAIS PIC 9(3) VALUE 0.
       01  INDICE-PAI PIC 9(3).
       01  PAI-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-PAIS.
           05 PAI-ITEM OCCURS 50 TIMES.
               10 PAI-TAB-CONTA PIC X(6).
               10 PAI-TAB-SALDO PIC S9(12)V99.

       01  SALDO-IMPRESSO PIC S9(11)V99.
       01  TOTAL-DA-SECAO PIC S9(12)V99.

       01  LINHA-BALANCO.
           05 LINHA-BAL-CONTA PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-BAL-DESCRICAO PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-BAL-PAI PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-BAL-SALDO PIC -ZZZZZZZZZZ9.99.

       01  TOTAL-ATIVO PIC S9(12)V99 VALUE 0.
       01  TOTAL-PASSIVO PIC S9(12)V99 VALUE 0.
       01  TOTAL-FORA-DO-PLANO PIC S9(12)V99 VALUE 0.
       01  RESULTADO-DO-EXERCICIO PIC S9(12)V99 VALUE 0.
       01  TOTAL-LADO-ATIVO PIC S9(12)V99.
       01  TOTAL-LADO-PASSIVO PIC S9(12)V99.

       01  TOTAL-EXIBIDO PIC -ZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DOS DEMONSTRATIVOS (AAAAMM):".
           ACCEPT MES-IMPRESSO.

           OPEN INPUT ARQUIVO-SALDO-MENSAL.
           OPEN INPUT ARQUIVO-PLANO.
           OPEN INPUT ARQUIVO-FILIAL.

           PERFORM POSICIONA-NO-MES.
           IF MES-NAO-ENCONTRADO
               DISPLAY "MES " MES-IMPRESSO " SEM SALDOS APURADOS - "
                   "RODE ANTES A APURACAO DO PROG209"
               GO TO FECHA-ARQUIVOS
           END-IF.

           PERFORM LER-PROXIMO-SALDO.
           PERFORM ACUMULA-SALDO-NA-DRE UNTIL FINAL-ARQUIVO = "S".
           PERFORM IMPRIME-DRE.

           PERFORM IMPRIME-BALANCO.

       FECHA-ARQUIVOS.
           CLOSE ARQUIVO-SALDO-MENSAL.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-FILIAL.

       PROGRAM-DONE.
           STOP RUN.

       POSICIONA-NO-MES.
      *    Deixa o arquivo pronto pra ler o primeiro saldo do mes
           SET MES-NAO-ENCONTRADO TO TRUE.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE MES-IMPRESSO TO SALMES-AAMM.
           MOVE SPACES TO SALMES-CONTA.
           START ARQUIVO-SALDO-MENSAL
               KEY IS NOT LESS THAN SALMES-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-SALDO
               IF FINAL-ARQUIVO = "N"
                   SET MES-ENCONTRADO TO TRUE
                   START ARQUIVO-SALDO-MENSAL
                       KEY IS NOT LESS THAN SALMES-CHAVE
                       INVALID KEY
                           MOVE "S" TO FINAL-ARQUIVO
                   END-START
               END-IF
           END-IF.

       LER-PROXIMO-SALDO.
           READ ARQUIVO-SALDO-MENSAL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = "N"
               AND SALMES-AAMM NOT = MES-IMPRESSO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

       ACUMULA-SALDO-NA-DRE.
      *    Receita no sentido credor, despesa no devedor; como
      *    Receita e Despesa zeram em janeiro, o saldo final ja e o
      *    acumulado do ano
           IF SALMES-RECEITA OR SALMES-DESPESA
               IF SALMES-RECEITA
                   COMPUTE VALOR-DO-MES =
                       SALMES-CREDITOS - SALMES-DEBITOS
                   COMPUTE VALOR-DO-ANO = 0 - SALMES-FINAL
               ELSE
                   COMPUTE VALOR-DO-MES =
                       SALMES-DEBITOS - SALMES-CREDITOS
                   MOVE SALMES-FINAL TO VALOR-DO-ANO
               END-IF
               MOVE SALMES-FILIAL TO FILIAL-PROCURADA
               PERFORM LOCALIZA-FILIAL
               IF FILIAL-ACHADA > 0
                   PERFORM SOMA-NA-FILIAL
               ELSE
                   DISPLAY "MAIS DE 50 FILIAIS - CONTA "
                       SALMES-CONTA " SO NO CONSOLIDADO"
               END-IF
               PERFORM SOMA-NO-CONSOLIDADO
           END-IF.
           PERFORM LER-PROXIMO-SALDO.

       LOCALIZA-FILIAL.
           MOVE 0 TO FILIAL-ACHADA.
           PERFORM COMPARA-FILIAL
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS
                  OR FILIAL-ACHADA > 0.
           IF FILIAL-ACHADA = 0 AND QTDE-FILIAIS < 50
               ADD 1 TO QTDE-FILIAIS
               MOVE QTDE-FILIAIS TO FILIAL-ACHADA
               MOVE FILIAL-PROCURADA TO FILIAL-TAB-CODIGO(FILIAL-ACHADA)
               MOVE "N" TO FILIAL-TAB-IMPRESSA(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-RECEITA-MES(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-RECEITA-ANO(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-CUSTO-MES(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-CUSTO-ANO(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-FOLHA-MES(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-FOLHA-ANO(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-OUTRAS-MES(FILIAL-ACHADA)
               MOVE 0 TO FILIAL-TAB-OUTRAS-ANO(FILIAL-ACHADA)
           END-IF.

       COMPARA-FILIAL.
           IF FILIAL-TAB-CODIGO(INDICE-FILIAL) = FILIAL-PROCURADA
               MOVE INDICE-FILIAL TO FILIAL-ACHADA
           END-IF.

       SOMA-NA-FILIAL.
           EVALUATE TRUE
               WHEN SALMES-GRUPO-RECEITA
                   ADD VALOR-DO-MES
                       TO FILIAL-TAB-RECEITA-MES(FILIAL-ACHADA)
                   ADD VALOR-DO-ANO
                       TO FILIAL-TAB-RECEITA-ANO(FILIAL-ACHADA)
               WHEN SALMES-GRUPO-CUSTO-MERCADORIA
                   ADD VALOR-DO-MES
                       TO FILIAL-TAB-CUSTO-MES(FILIAL-ACHADA)
                   ADD VALOR-DO-ANO
                       TO FILIAL-TAB-CUSTO-ANO(FILIAL-ACHADA)
               WHEN SALMES-GRUPO-FOLHA
                   ADD VALOR-DO-MES
                       TO FILIAL-TAB-FOLHA-MES(FILIAL-ACHADA)
                   ADD VALOR-DO-ANO
                       TO FILIAL-TAB-FOLHA-ANO(FILIAL-ACHADA)
               WHEN OTHER
                   ADD VALOR-DO-MES
                       TO FILIAL-TAB-OUTRAS-MES(FILIAL-ACHADA)
                   ADD VALOR-DO-ANO
                       TO FILIAL-TAB-OUTRAS-ANO(FILIAL-ACHADA)
           END-EVALUATE.

       SOMA-NO-CONSOLIDADO.
           EVALUATE TRUE
               WHEN SALMES-GRUPO-RECEITA
                   ADD VALOR-DO-MES TO CONS-RECEITA-MES
                   ADD VALOR-DO-ANO TO CONS-RECEITA-ANO
               WHEN SALMES-GRUPO-CUSTO-MERCADORIA
                   ADD VALOR-DO-MES TO CONS-CUSTO-MES
                   ADD VALOR-DO-ANO TO CONS-CUSTO-ANO
               WHEN SALMES-GRUPO-FOLHA
                   ADD VALOR-DO-MES TO CONS-FOLHA-MES
                   ADD VALOR-DO-ANO TO CONS-FOLHA-ANO
               WHEN OTHER
                   ADD VALOR-DO-MES TO CONS-OUTRAS-MES
                   ADD VALOR-DO-ANO TO CONS-OUTRAS-ANO
           END-EVALUATE.

       IMPRIME-DRE.
      *    Filiais na ordem do cadastro; depois as que sairam do
      *    cadastro e a coluna sem filial
           DISPLAY "DEMONSTRACAO DO RESULTADO - MES " MES-IMPRESSO.
           MOVE "N" TO FINAL-FILIAL.
           MOVE LOW-VALUES TO FILIAL-CODIGO.
           START ARQUIVO-FILIAL
               KEY IS NOT LESS THAN FILIAL-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-FILIAL
           END-START.
           IF FINAL-FILIAL = "N"
               PERFORM LER-PROXIMA-FILIAL
           END-IF.
           PERFORM IMPRIME-FILIAL-DO-CADASTRO
               UNTIL FINAL-FILIAL = "S".
           PERFORM IMPRIME-FILIAL-RESTANTE
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS.

           MOVE CONSOLIDADO TO DRE-EM-IMPRESSAO.
           MOVE "CONSOLIDADO" TO TITULO-DA-FILIAL.
           PERFORM IMPRIME-QUADRO-DA-DRE.

       LER-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL NEXT RECORD
               AT END MOVE "S" TO FINAL-FILIAL.

       IMPRIME-FILIAL-DO-CADASTRO.
           MOVE FILIAL-CODIGO TO FILIAL-PROCURADA.
           MOVE 0 TO FILIAL-ACHADA.
           PERFORM COMPARA-FILIAL
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > QTDE-FILIAIS
                  OR FILIAL-ACHADA > 0.
           IF FILIAL-ACHADA > 0
               MOVE SPACES TO TITULO-DA-FILIAL
               STRING "FILIAL " DELIMITED BY SIZE
                   FILIAL-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FILIAL-NOME DELIMITED BY SIZE
                   INTO TITULO-DA-FILIAL
               PERFORM IMPRIME-DRE-DA-FILIAL
           END-IF.
           PERFORM LER-PROXIMA-FILIAL.

       IMPRIME-FILIAL-RESTANTE.
           IF FILIAL-TAB-IMPRESSA(INDICE-FILIAL) = "N"
               MOVE INDICE-FILIAL TO FILIAL-ACHADA
               MOVE SPACES TO TITULO-DA-FILIAL
               IF FILIAL-TAB-CODIGO(INDICE-FILIAL) = SPACES
                   MOVE "SEM FILIAL (CONTAS DA CASA)"
                       TO TITULO-DA-FILIAL
               ELSE
                   STRING "FILIAL " DELIMITED BY SIZE
                       FILIAL-TAB-CODIGO(INDICE-FILIAL)
                           DELIMITED BY SIZE
                       " (FORA DO CADASTRO)" DELIMITED BY SIZE
                       INTO TITULO-DA-FILIAL
               END-IF
               PERFORM IMPRIME-DRE-DA-FILIAL
           END-IF.

       IMPRIME-DRE-DA-FILIAL.
           MOVE "S" TO FILIAL-TAB-IMPRESSA(FILIAL-ACHADA).
           MOVE FILIAL-TAB-RECEITA-MES(FILIAL-ACHADA)
               TO DRE-RECEITA-MES.
           MOVE FILIAL-TAB-RECEITA-ANO(FILIAL-ACHADA)
               TO DRE-RECEITA-ANO.
           MOVE FILIAL-TAB-CUSTO-MES(FILIAL-ACHADA) TO DRE-CUSTO-MES.
           MOVE FILIAL-TAB-CUSTO-ANO(FILIAL-ACHADA) TO DRE-CUSTO-ANO.
           MOVE FILIAL-TAB-FOLHA-MES(FILIAL-ACHADA) TO DRE-FOLHA-MES.
           MOVE FILIAL-TAB-FOLHA-ANO(FILIAL-ACHADA) TO DRE-FOLHA-ANO.
           MOVE FILIAL-TAB-OUTRAS-MES(FILIAL-ACHADA)
               TO DRE-OUTRAS-MES.
           MOVE FILIAL-TAB-OUTRAS-ANO(FILIAL-ACHADA)
               TO DRE-OUTRAS-ANO.
           PERFORM IMPRIME-QUADRO-DA-DRE.

       IMPRIME-QUADRO-DA-DRE.
           DISPLAY "---------------------------------------------"
               "-----------------".
           DISPLAY TITULO-DA-FILIAL.
           DISPLAY "                              MES "
               MES-IMPRESSO "        ACUMULADO NO ANO".
           MOVE "RECEITA" TO LINHA-DRE-TITULO.
           MOVE DRE-RECEITA-MES TO LINHA-DRE-MES.
           MOVE DRE-RECEITA-ANO TO LINHA-DRE-ANO.
           DISPLAY LINHA-DRE.
           MOVE "(-) CUSTO DAS MERCADORIAS" TO LINHA-DRE-TITULO.
           MOVE DRE-CUSTO-MES TO LINHA-DRE-MES.
           MOVE DRE-CUSTO-ANO TO LINHA-DRE-ANO.
           DISPLAY LINHA-DRE.
           MOVE "(-) FOLHA DE PAGAMENTO" TO LINHA-DRE-TITULO.
           MOVE DRE-FOLHA-MES TO LINHA-DRE-MES.
           MOVE DRE-FOLHA-ANO TO LINHA-DRE-ANO.
           DISPLAY LINHA-DRE.
           MOVE "(-) OUTRAS DESPESAS" TO LINHA-DRE-TITULO.
           MOVE DRE-OUTRAS-MES TO LINHA-DRE-MES.
           MOVE DRE-OUTRAS-ANO TO LINHA-DRE-ANO.
           DISPLAY LINHA-DRE.
           MOVE "(=) RESULTADO" TO LINHA-DRE-TITULO.
           COMPUTE LINHA-DRE-MES = DRE-RECEITA-MES - DRE-CUSTO-MES
               - DRE-FOLHA-MES - DRE-OUTRAS-MES.
           COMPUTE LINHA-DRE-ANO = DRE-RECEITA-ANO - DRE-CUSTO-ANO
               - DRE-FOLHA-ANO - DRE-OUTRAS-ANO.
           DISPLAY LINHA-DRE.

       IMPRIME-BALANCO.
           DISPLAY " ".
           DISPLAY "BALANCO PATRIMONIAL EM " MES-IMPRESSO.
           DISPLAY "=============================================="
               "================".
           DISPLAY "ATIVO".
           MOVE "A" TO TIPO-EM-LISTA.
           PERFORM LISTA-SECAO-DO-BALANCO.
           MOVE TOTAL-DA-SECAO TO TOTAL-ATIVO.

           DISPLAY "PASSIVO E PATRIMONIO LIQUIDO".
           MOVE "P" TO TIPO-EM-LISTA.
           PERFORM LISTA-SECAO-DO-BALANCO.
           MOVE TOTAL-DA-SECAO TO TOTAL-PASSIVO.

           MOVE SPACE TO TIPO-EM-LISTA.
           PERFORM LISTA-SECAO-DO-BALANCO.
           MOVE TOTAL-DA-SECAO TO TOTAL-FORA-DO-PLANO.

           COMPUTE RESULTADO-DO-EXERCICIO = CONS-RECEITA-ANO
               - CONS-CUSTO-ANO - CONS-FOLHA-ANO - CONS-OUTRAS-ANO.
           COMPUTE TOTAL-LADO-ATIVO = TOTAL-ATIVO
               + TOTAL-FORA-DO-PLANO.
           COMPUTE TOTAL-LADO-PASSIVO = TOTAL-PASSIVO
               + RESULTADO-DO-EXERCICIO.

           DISPLAY "=============================================="
               "================".
           MOVE TOTAL-ATIVO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL DO ATIVO:                " TOTAL-EXIBIDO.
           IF TOTAL-FORA-DO-PLANO NOT = 0
               MOVE TOTAL-FORA-DO-PLANO TO TOTAL-EXIBIDO
               DISPLAY "CONTAS FORA DO PLANO:          "
                   TOTAL-EXIBIDO
           END-IF.
           MOVE TOTAL-PASSIVO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL DO PASSIVO E PL:         " TOTAL-EXIBIDO.
           MOVE RESULTADO-DO-EXERCICIO TO TOTAL-EXIBIDO.
           DISPLAY "RESULTADO DO EXERCICIO:        " TOTAL-EXIBIDO.
           MOVE TOTAL-LADO-PASSIVO TO TOTAL-EXIBIDO.
           DISPLAY "PASSIVO + PL + RESULTADO:      " TOTAL-EXIBIDO.
           IF TOTAL-LADO-ATIVO = TOTAL-LADO-PASSIVO
               DISPLAY "ATIVO FECHA COM PASSIVO + RESULTADO - "
                   "BALANCO OK"
           ELSE
               DISPLAY "*** ATIVO NAO FECHA COM PASSIVO + RESULTADO "
                   "- REAPURAR O MES PELO PROG209 ***"
           END-IF.

       LISTA-SECAO-DO-BALANCO.
      *    Conta de Passivo sai no sentido credor; contas fora do
      *    plano saem no sentido devedor, so se houver alguma
           MOVE 0 TO TOTAL-DA-SECAO.
           MOVE 0 TO QTDE-PAIS.
           PERFORM POSICIONA-NO-MES.
           PERFORM LER-PROXIMO-SALDO.
           PERFORM LISTA-CONTA-DO-BALANCO UNTIL FINAL-ARQUIVO = "S".
           IF QTDE-PAIS > 0
               DISPLAY "  TOTAIS POR CONTA SINTETICA:"
               PERFORM LISTA-TOTAL-DO-PAI
                   VARYING INDICE-PAI FROM 1 BY 1
                   UNTIL INDICE-PAI > QTDE-PAIS
           END-IF.
           MOVE TOTAL-DA-SECAO TO TOTAL-EXIBIDO.
           IF TIPO-EM-LISTA = SPACE
               IF TOTAL-DA-SECAO NOT = 0
                   DISPLAY "  TOTAL FORA DO PLANO: " TOTAL-EXIBIDO
               END-IF
           ELSE
               DISPLAY "  TOTAL DA SECAO: " TOTAL-EXIBIDO
           END-IF.

       LISTA-CONTA-DO-BALANCO.
           IF SALMES-TIPO = TIPO-EM-LISTA AND SALMES-FINAL NOT = 0
               IF SALMES-PASSIVO
                   COMPUTE SALDO-IMPRESSO = 0 - SALMES-FINAL
               ELSE
                   MOVE SALMES-FINAL TO SALDO-IMPRESSO
               END-IF
               ADD SALDO-IMPRESSO TO TOTAL-DA-SECAO
               PERFORM IMPRIME-LINHA-DO-BALANCO
               PERFORM SOMA-NO-PAI
           END-IF.
           PERFORM LER-PROXIMO-SALDO.

       IMPRIME-LINHA-DO-BALANCO.
           MOVE SALMES-CONTA TO LINHA-BAL-CONTA.
           MOVE SALMES-CONTA-PAI TO LINHA-BAL-PAI.
           MOVE SPACES TO LINHA-BAL-DESCRICAO.
           MOVE SALMES-CONTA TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   MOVE "(FORA DO PLANO)" TO LINHA-BAL-DESCRICAO
               NOT INVALID KEY
                   MOVE PLANO-DESCRICAO TO LINHA-BAL-DESCRICAO
           END-READ.
           MOVE SALDO-IMPRESSO TO LINHA-BAL-SALDO.
           DISPLAY LINHA-BALANCO.

       SOMA-NO-PAI.
           MOVE 0 TO PAI-ACHADO.
           PERFORM COMPARA-PAI
               VARYING INDICE-PAI FROM 1 BY 1
               UNTIL INDICE-PAI > QTDE-PAIS
                  OR PAI-ACHADO > 0.
           IF PAI-ACHADO = 0 AND QTDE-PAIS < 50
               ADD 1 TO QTDE-PAIS
               MOVE QTDE-PAIS TO PAI-ACHADO
               MOVE SALMES-CONTA-PAI TO PAI-TAB-CONTA(PAI-ACHADO)
               MOVE 0 TO PAI-TAB-SALDO(PAI-ACHADO)
           END-IF.
           IF PAI-ACHADO > 0
               ADD SALDO-IMPRESSO TO PAI-TAB-SALDO(PAI-ACHADO)
           END-IF.

       COMPARA-PAI.
           IF PAI-TAB-CONTA(INDICE-PAI) = SALMES-CONTA-PAI
               MOVE INDICE-PAI TO PAI-ACHADO
           END-IF.

       LISTA-TOTAL-DO-PAI.
           MOVE PAI-TAB-CONTA(INDICE-PAI) TO LINHA-BAL-CONTA.
           MOVE SPACES TO LINHA-BAL-PAI.
           MOVE SPACES TO LINHA-BAL-DESCRICAO.
           MOVE PAI-TAB-CONTA(INDICE-PAI) TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   MOVE "(SEM CONTA PAI)" TO LINHA-BAL-DESCRICAO
               NOT INVALID KEY
                   MOVE PLANO-DESCRICAO TO LINHA-BAL-DESCRICAO
           END-READ.
           MOVE PAI-TAB-SALDO(INDICE-PAI) TO LINHA-BAL-SALDO.
           DISPLAY LINHA-BALANCO.

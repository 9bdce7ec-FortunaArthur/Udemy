       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG211.
      *    Programa do Livro de Saidas e Apuracao Mensal do ICMS
      *    O ICMS de cada pedido ja sai calculado (APURA-ICMS-DO-
      *    PEDIDO do PROG63, aliquota do PROG131), mas no fim do mes
      *    alguem somava na mao pra guia. Pro mes informado (AAAAMM):
      *    - lista cada nota faturada no mes (titulo parcela 01 de
      *      recebiveis.dat com a data de faturamento no mes), com a
      *      NF-e, o pedido, a UF de entrega, a base (mercadoria), a
      *      aliquota efetiva e o ICMS. Pedido cancelado ou NF-e
      *      cancelada nao entra;
      *    - lista as notas de credito de devolucao do mes
      *      (creditos.dat, PROG125) como deducao: o credito e so
      *      mercadoria, e o ICMS estornado e o credito vezes a
      *      aliquota efetiva do pedido original (mesma conta do
      *      PROG124);
      *    - aponta em separado as notas faturadas com ICMS zero
      *      porque a UF nao tinha aliquota na tabela do PROG130;
      *    - fecha com o resumo por UF: base, ICMS das saidas, ICMS
      *      estornado e ICMS a recolher.
      *    O a recolher de cada UF e lancado em lancamentos.dat no
      *    ultimo dia do mes: debito em ICMSVE (ICMS sobre vendas,
      *    deducao da receita) e credito em ICMSRE (ICMS a
      *    recolher), historico "ICMS AAAAMM UF xx". O livro pode ser
      *    reimpresso quantas vezes for preciso; o lancamento nao e
      *    repetido se o mes ja tiver ICMS lancado, e nao e feito em
      *    periodo fechado (PROG166). UF com estorno maior que as
      *    saidas fica com saldo credor e nao gera lancamento.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRECEBIVEL.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELCREDITO.cob".
           COPY "SELPLANO.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEBIVEL.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDCREDITO.cob".
           COPY "FDPLANO.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  CREDITO-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DESMONTADA.
           05 EXECUCAO-AA PIC 9(4).
           05 EXECUCAO-MM PIC 99.
           05 EXECUCAO-DD PIC 99.

       01  MES-DO-LIVRO.
           05 LIVRO-AA PIC 9(4).
           05 LIVRO-MM PIC 99.
       01  MES-LIVRO-NUMERICO REDEFINES MES-DO-LIVRO PIC 9(6).

       01  DATA-DO-LANCAMENTO.
           05 LANCAMENTO-AA PIC 9(4).
           05 LANCAMENTO-MM PIC 99.
           05 LANCAMENTO-DD PIC 99.
       01  DATA-LANCAMENTO-NUMERICA REDEFINES DATA-DO-LANCAMENTO
           PIC 9(8).

       01  DATA-DESMONTADA.
           05 DESMONTADA-AAMM PIC 9(6).
           05 DESMONTADA-DD PIC 99.

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  ICMS-LANCADO-FLAG PIC X VALUE "N".
           88 ICMS-JA-LANCADO VALUE "S".
           88 ICMS-NAO-LANCADO VALUE "N".

      *    Passagem 1 lista as notas com ICMS, passagem 2 as zeradas
       01  PASSAGEM-DO-LIVRO PIC 9.
           88 PASSAGEM-TRIBUTADAS VALUE 1.
           88 PASSAGEM-ZERADAS VALUE 2.

       01  HISTORICO-PROCURADO PIC X(11).
       01  HISTORICO-LIDO.
           05 HISTORICO-LIDO-PREFIXO PIC X(11).
           05 FILLER PIC X(9).

       01  ALIQUOTA-EFETIVA PIC 9V9(4).
       01  ICMS-ESTORNADO PIC 9(8)V99.
       01  UF-DA-NOTA PIC X(2).

      *    Resumo por UF
       01  QTDE-UFS PIC 99 VALUE 0.
       01  INDICE-UF PIC 99.
       01  UF-ACHADA PIC 99 VALUE 0.

       01  TABELA-UFS.
           05 UF-ITEM OCCURS 30 TIMES.
               10 UF-TAB-SIGLA PIC X(2).
               10 UF-TAB-NOTAS PIC 9(5).
               10 UF-TAB-BASE PIC 9(10)V99.
               10 UF-TAB-ICMS-SAIDAS PIC 9(10)V99.
               10 UF-TAB-ICMS-ESTORNADO PIC 9(10)V99.
               10 UF-TAB-NOTAS-ZERADAS PIC 9(5).

       01  ICMS-A-RECOLHER PIC S9(10)V99.

       01  LINHA-DA-NOTA.
           05 LINHA-NFE-SERIE PIC 9(3).
           05 FILLER PIC X VALUE "-".
           05 LINHA-NFE-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-PEDIDO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-BASE PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-ALIQUOTA PIC Z9.99.
           05 FILLER PIC X(2) VALUE "% ".
           05 LINHA-ICMS PIC ZZZZZZZ9.99.

       01  LINHA-DO-CREDITO.
           05 FILLER PIC X(4) VALUE "NC  ".
           05 LINHA-CRED-CLIENTE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CRED-PEDIDO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CRED-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CRED-UF PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CRED-VALOR PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CRED-ALIQUOTA PIC Z9.99.
           05 FILLER PIC X(2) VALUE "% ".
           05 LINHA-CRED-ICMS PIC ZZZZZZZ9.99-.

       01  LINHA-DA-UF.
           05 LINHA-UF-SIGLA PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF-NOTAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF-BASE PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF-SAIDAS PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF-ESTORNO PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-UF-RECOLHER PIC ZZZZZZZZZ9.99-.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(10)V99.

       01  TOTAL-NOTAS PIC 9(6) VALUE 0.
       01  TOTAL-NOTAS-ZERADAS PIC 9(6) VALUE 0.
       01  TOTAL-CANCELADAS PIC 9(6) VALUE 0.
       01  TOTAL-CREDITOS PIC 9(6) VALUE 0.
       01  TOTAL-BASE PIC 9(11)V99 VALUE 0.
       01  TOTAL-ICMS-SAIDAS PIC 9(11)V99 VALUE 0.
       01  TOTAL-ICMS-ESTORNADO PIC 9(11)V99 VALUE 0.
       01  TOTAL-LANCADO PIC 9(11)V99 VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE DATA-EXECUCAO TO DATA-EXECUCAO-DESMONTADA.

           DISPLAY "INFORME O MES DO LIVRO DE ICMS (AAAAMM):".
           ACCEPT MES-LIVRO-NUMERICO.
           PERFORM MONTA-ULTIMO-DIA-DO-MES.

           OPEN INPUT ARQUIVO-RECEBIVEL.
           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-CREDITO.

           DISPLAY "LIVRO DE SAIDAS - ICMS - MES " MES-LIVRO-NUMERICO.
           DISPLAY "NF-E       PEDIDO DATA   UF        BASE  ALIQ"
               "         ICMS".
           DISPLAY "---------------------------------------------"
               "-----------------".
           SET PASSAGEM-TRIBUTADAS TO TRUE.
           PERFORM PERCORRE-NOTAS-DO-MES.

           DISPLAY "---------------------------------------------"
               "-----------------".
           DISPLAY "DEDUCOES - NOTAS DE CREDITO DE DEVOLUCAO".
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CREDITO.
           PERFORM AVALIA-CREDITO UNTIL FINAL-ARQUIVO = "S".

           DISPLAY "---------------------------------------------"
               "-----------------".
           DISPLAY "NOTAS FATURADAS COM ICMS ZERO (UF SEM ALIQUOTA "
               "NA TABELA)".
           SET PASSAGEM-ZERADAS TO TRUE.
           PERFORM PERCORRE-NOTAS-DO-MES.
           IF TOTAL-NOTAS-ZERADAS = 0
               DISPLAY "NENHUMA"
           END-IF.

           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-CREDITO.

           PERFORM IMPRIME-RESUMO-POR-UF.

           PERFORM LANCA-ICMS-DO-MES.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       MONTA-ULTIMO-DIA-DO-MES.
           MOVE LIVRO-AA TO LANCAMENTO-AA.
           MOVE LIVRO-MM TO LANCAMENTO-MM.
           EVALUATE LIVRO-MM
               WHEN 2
                   IF LIVRO-AA = (LIVRO-AA / 4) * 4
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

       PERCORRE-NOTAS-DO-MES.
           MOVE ZEROS TO RECEBIVEL-CHAVE.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-RECEBIVEL
           END-IF.
           PERFORM AVALIA-RECEBIVEL UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-RECEBIVEL.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-RECEBIVEL.
      *    A nota e o titulo da parcela 01, faturado no mes
           MOVE RECEBIVEL-DATA-FATURAMENTO TO DATA-DESMONTADA.
           IF RECEBIVEL-PARCELA = 1
               AND DESMONTADA-AAMM = MES-LIVRO-NUMERICO
               MOVE RECEBIVEL-PEDIDO TO PEDIDO-NUMERO
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       DISPLAY "TITULO " RECEBIVEL-PEDIDO
                           " SEM PEDIDO EM PEDIDOS.DAT - FORA DO "
                           "LIVRO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM AVALIA-NOTA-DO-PEDIDO
               END-READ
           END-IF.
           PERFORM LER-PROXIMO-RECEBIVEL.

       AVALIA-NOTA-DO-PEDIDO.
           EVALUATE TRUE
               WHEN PEDIDO-CANCELADO
               WHEN PEDIDO-NFE-CANCELADA
                   IF PASSAGEM-TRIBUTADAS
                       ADD 1 TO TOTAL-CANCELADAS
                   END-IF
               WHEN PEDIDO-VALOR-ICMS > 0
                   IF PASSAGEM-TRIBUTADAS
                       PERFORM LISTA-NOTA-TRIBUTADA
                   END-IF
               WHEN OTHER
                   IF PASSAGEM-ZERADAS
                       PERFORM LISTA-NOTA-ZERADA
                   END-IF
           END-EVALUATE.

       LISTA-NOTA-TRIBUTADA.
           MOVE PEDIDO-ENT-UF TO UF-DA-NOTA.
           PERFORM LOCALIZA-UF.
           COMPUTE ALIQUOTA-EFETIVA ROUNDED =
               PEDIDO-VALOR-ICMS / PEDIDO-VALOR-MERCADORIA.
           PERFORM MONTA-LINHA-DA-NOTA.
           DISPLAY LINHA-DA-NOTA.
           ADD 1 TO TOTAL-NOTAS.
           ADD PEDIDO-VALOR-MERCADORIA TO TOTAL-BASE.
           ADD PEDIDO-VALOR-ICMS TO TOTAL-ICMS-SAIDAS.
           IF UF-ACHADA > 0
               ADD 1 TO UF-TAB-NOTAS(UF-ACHADA)
               ADD PEDIDO-VALOR-MERCADORIA TO UF-TAB-BASE(UF-ACHADA)
               ADD PEDIDO-VALOR-ICMS TO UF-TAB-ICMS-SAIDAS(UF-ACHADA)
           END-IF.

       LISTA-NOTA-ZERADA.
           MOVE PEDIDO-ENT-UF TO UF-DA-NOTA.
           PERFORM LOCALIZA-UF.
           MOVE ZEROS TO ALIQUOTA-EFETIVA.
           PERFORM MONTA-LINHA-DA-NOTA.
           DISPLAY LINHA-DA-NOTA.
           ADD 1 TO TOTAL-NOTAS-ZERADAS.
           IF UF-ACHADA > 0
               ADD 1 TO UF-TAB-NOTAS-ZERADAS(UF-ACHADA)
               ADD PEDIDO-VALOR-MERCADORIA TO UF-TAB-BASE(UF-ACHADA)
           END-IF.

       MONTA-LINHA-DA-NOTA.
           MOVE PEDIDO-NFE-SERIE TO LINHA-NFE-SERIE.
           MOVE PEDIDO-NFE-NUMERO TO LINHA-NFE-NUMERO.
           MOVE PEDIDO-NUMERO TO LINHA-PEDIDO.
           MOVE RECEBIVEL-DATA-FATURAMENTO TO LINHA-DATA.
           MOVE UF-DA-NOTA TO LINHA-UF.
           MOVE PEDIDO-VALOR-MERCADORIA TO LINHA-BASE.
           COMPUTE LINHA-ALIQUOTA = ALIQUOTA-EFETIVA * 100.
           MOVE PEDIDO-VALOR-ICMS TO LINHA-ICMS.

       LER-PROXIMO-CREDITO.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CREDITO.
           MOVE CREDITO-DATA TO DATA-DESMONTADA.
           IF DESMONTADA-AAMM = MES-LIVRO-NUMERICO
               MOVE CREDITO-PEDIDO TO PEDIDO-NUMERO
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       DISPLAY "NOTA DE CREDITO DO PEDIDO "
                           CREDITO-PEDIDO " SEM PEDIDO - SEM DEDUCAO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM DEDUZ-CREDITO
               END-READ
           END-IF.
           PERFORM LER-PROXIMO-CREDITO.

       DEDUZ-CREDITO.
      *    Credito de pedido faturado sem ICMS nao tem o que estornar
           IF PEDIDO-VALOR-MERCADORIA > 0 AND PEDIDO-VALOR-ICMS > 0
               COMPUTE ALIQUOTA-EFETIVA ROUNDED =
                   PEDIDO-VALOR-ICMS / PEDIDO-VALOR-MERCADORIA
               COMPUTE ICMS-ESTORNADO ROUNDED =
                   CREDITO-VALOR * ALIQUOTA-EFETIVA
           ELSE
               MOVE ZEROS TO ALIQUOTA-EFETIVA
               MOVE ZEROS TO ICMS-ESTORNADO
           END-IF.
           MOVE PEDIDO-ENT-UF TO UF-DA-NOTA.
           PERFORM LOCALIZA-UF.
           MOVE CREDITO-CLIENTE TO LINHA-CRED-CLIENTE.
           MOVE CREDITO-PEDIDO TO LINHA-CRED-PEDIDO.
           MOVE CREDITO-DATA TO LINHA-CRED-DATA.
           MOVE UF-DA-NOTA TO LINHA-CRED-UF.
           MOVE CREDITO-VALOR TO LINHA-CRED-VALOR.
           COMPUTE LINHA-CRED-ALIQUOTA = ALIQUOTA-EFETIVA * 100.
           COMPUTE LINHA-CRED-ICMS = 0 - ICMS-ESTORNADO.
           DISPLAY LINHA-DO-CREDITO.
           ADD 1 TO TOTAL-CREDITOS.
           ADD ICMS-ESTORNADO TO TOTAL-ICMS-ESTORNADO.
           IF UF-ACHADA > 0
               ADD ICMS-ESTORNADO
                   TO UF-TAB-ICMS-ESTORNADO(UF-ACHADA)
           END-IF.

       LOCALIZA-UF.
           MOVE 0 TO UF-ACHADA.
           PERFORM COMPARA-UF
               VARYING INDICE-UF FROM 1 BY 1
               UNTIL INDICE-UF > QTDE-UFS
                  OR UF-ACHADA > 0.
           IF UF-ACHADA = 0
               IF QTDE-UFS >= 30
                   ADD 1 TO TOTAL-FORA-DA-TABELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-UFS
                   MOVE QTDE-UFS TO UF-ACHADA
                   MOVE UF-DA-NOTA TO UF-TAB-SIGLA(UF-ACHADA)
                   MOVE 0 TO UF-TAB-NOTAS(UF-ACHADA)
                   MOVE 0 TO UF-TAB-BASE(UF-ACHADA)
                   MOVE 0 TO UF-TAB-ICMS-SAIDAS(UF-ACHADA)
                   MOVE 0 TO UF-TAB-ICMS-ESTORNADO(UF-ACHADA)
                   MOVE 0 TO UF-TAB-NOTAS-ZERADAS(UF-ACHADA)
               END-IF
           END-IF.

       COMPARA-UF.
           IF UF-TAB-SIGLA(INDICE-UF) = UF-DA-NOTA
               MOVE INDICE-UF TO UF-ACHADA
           END-IF.

       IMPRIME-RESUMO-POR-UF.
           DISPLAY "=============================================="
               "================".
           DISPLAY "RESUMO POR UF - MES " MES-LIVRO-NUMERICO.
           DISPLAY "UF NOTAS          BASE   ICMS SAIDAS  ICMS ESTORNO"
               "  A RECOLHER".
           PERFORM IMPRIME-LINHA-DA-UF
               VARYING INDICE-UF FROM 1 BY 1
               UNTIL INDICE-UF > QTDE-UFS.
           DISPLAY "=============================================="
               "================".
           DISPLAY "NOTAS COM ICMS: " TOTAL-NOTAS
               "  COM ICMS ZERO: " TOTAL-NOTAS-ZERADAS
               "  CANCELADAS FORA DO LIVRO: " TOTAL-CANCELADAS.
           DISPLAY "NOTAS DE CREDITO DEDUZIDAS: " TOTAL-CREDITOS.
           DISPLAY "BASE TOTAL: " TOTAL-BASE.
           DISPLAY "ICMS DAS SAIDAS: " TOTAL-ICMS-SAIDAS.
           DISPLAY "ICMS ESTORNADO: " TOTAL-ICMS-ESTORNADO.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "MAIS DE 30 UFS - " TOTAL-FORA-DA-TABELA
                   " NOTAS FORA DO RESUMO"
           END-IF.

       IMPRIME-LINHA-DA-UF.
           COMPUTE ICMS-A-RECOLHER = UF-TAB-ICMS-SAIDAS(INDICE-UF)
               - UF-TAB-ICMS-ESTORNADO(INDICE-UF).
           MOVE UF-TAB-SIGLA(INDICE-UF) TO LINHA-UF-SIGLA.
           MOVE UF-TAB-NOTAS(INDICE-UF) TO LINHA-UF-NOTAS.
           MOVE UF-TAB-BASE(INDICE-UF) TO LINHA-UF-BASE.
           MOVE UF-TAB-ICMS-SAIDAS(INDICE-UF) TO LINHA-UF-SAIDAS.
           MOVE UF-TAB-ICMS-ESTORNADO(INDICE-UF) TO LINHA-UF-ESTORNO.
           MOVE ICMS-A-RECOLHER TO LINHA-UF-RECOLHER.
           DISPLAY LINHA-DA-UF.
           IF UF-TAB-NOTAS-ZERADAS(INDICE-UF) > 0
               DISPLAY "   *** " UF-TAB-NOTAS-ZERADAS(INDICE-UF)
                   " NOTA(S) SEM ICMS - UF SEM ALIQUOTA ***"
           END-IF.
           IF ICMS-A-RECOLHER < 0
               DISPLAY "   SALDO CREDOR - SEM LANCAMENTO NO MES"
           END-IF.

       LANCA-ICMS-DO-MES.
           CALL "PROG166" USING DATA-LANCAMENTO-NUMERICA
               PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO
               DISPLAY "MES " MES-LIVRO-NUMERICO " FECHADO - LIVRO "
                   "IMPRESSO SEM LANCAMENTO"
           ELSE
               PERFORM VERIFICA-ICMS-LANCADO
               IF ICMS-JA-LANCADO
                   DISPLAY "ICMS DE " MES-LIVRO-NUMERICO " JA "
                       "LANCADO - LIVRO IMPRESSO SEM NOVO LANCAMENTO"
               ELSE
                   PERFORM GRAVA-LANCAMENTOS-DO-ICMS
               END-IF
           END-IF.

       GRAVA-LANCAMENTOS-DO-ICMS.
           OPEN INPUT ARQUIVO-PLANO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           PERFORM LANCA-ICMS-DA-UF
               VARYING INDICE-UF FROM 1 BY 1
               UNTIL INDICE-UF > QTDE-UFS.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO.
           DISPLAY "ICMS LANCADO EM " DATA-LANCAMENTO-NUMERICA ": "
               TOTAL-LANCADO.
           IF TOTAL-EXCECOES > 0
               DISPLAY "CONTAS DESVIADAS PRA SUSPEN: " TOTAL-EXCECOES
           END-IF.

       VERIFICA-ICMS-LANCADO.
      *    O mes ja foi lancado se ha credito em ICMSRE com o
      *    historico "ICMS AAAAMM"
           SET ICMS-NAO-LANCADO TO TRUE.
           MOVE SPACES TO HISTORICO-PROCURADO.
           STRING "ICMS " DELIMITED BY SIZE
               MES-LIVRO-NUMERICO DELIMITED BY SIZE
               INTO HISTORICO-PROCURADO.
           OPEN INPUT ARQUIVO-LANCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LANCAMENTO.
           PERFORM CONFERE-LANCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LANCAMENTO.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-LANCAMENTO.
           MOVE LANC-HISTORICO TO HISTORICO-LIDO.
           IF LANC-CONTA = "ICMSRE"
               AND HISTORICO-LIDO-PREFIXO = HISTORICO-PROCURADO
               SET ICMS-JA-LANCADO TO TRUE
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               PERFORM LER-PROXIMO-LANCAMENTO
           END-IF.

       LANCA-ICMS-DA-UF.
           COMPUTE ICMS-A-RECOLHER = UF-TAB-ICMS-SAIDAS(INDICE-UF)
               - UF-TAB-ICMS-ESTORNADO(INDICE-UF).
           IF ICMS-A-RECOLHER > 0
               MOVE ICMS-A-RECOLHER TO VALOR-DO-LANCAMENTO
               MOVE SPACES TO HISTORICO-DO-LANCAMENTO
               STRING HISTORICO-PROCURADO DELIMITED BY SIZE
                   " UF " DELIMITED BY SIZE
                   UF-TAB-SIGLA(INDICE-UF) DELIMITED BY SIZE
                   INTO HISTORICO-DO-LANCAMENTO
               MOVE "ICMSVE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "ICMSRE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
               ADD ICMS-A-RECOLHER TO TOTAL-LANCADO
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
      *    com o total de notas do livro; a linha sai sob a sigla
      *    LIVICM (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "LIVICM" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           COMPUTE STATUS-TOTAL-PROCESSADO =
               TOTAL-NOTAS + TOTAL-NOTAS-ZERADAS.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

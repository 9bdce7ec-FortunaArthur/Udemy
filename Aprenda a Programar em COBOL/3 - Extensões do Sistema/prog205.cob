       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG205.
      *    Programa do Relatorio Mensal de Orcado x Realizado
      *    Compara o orcamento por centro de custo do PROG204 com o
      *    realizado em lancamentos.dat, no mes informado (AAAAMM) e
      *    no acumulado do ano ate o mes. O realizado de cada linha
      *    e o movimento da conta da linha (debitos - creditos) no
      *    periodo - na maioria das linhas o proprio centro de custo,
      *    onde o PROG145 lanca a folha e o PROG203 os lancamentos
      *    manuais. Cada linha mostra a variacao em valor e em
      *    percentual e sai marcada ESTOURO quando o realizado passa
      *    do orcado alem da tolerancia informada (ENTER = 10%).
      *    As linhas saem ordenadas por filial e departamento
      *    (DEPARTAMENTO-FILIAL e o departamento dono do centro de
      *    custo), com o mesmo SORT de procedimento do PROG96, e com
      *    subtotal por departamento, por filial e o total geral.
      *    Centro de custo sem departamento sai sob ----.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCCUSTO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-ORDENACAO-ORCAMENTO
           ASSIGN TO "prog205.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCCUSTO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDLANCAMENTO.cob".

       SD  ARQUIVO-ORDENACAO-ORCAMENTO.

       01  REGISTRO-ORDENACAO-ORCAMENTO.
           05 ORD-FILIAL PIC X(4).
           05 ORD-DEPARTAMENTO PIC X(4).
           05 ORD-CENTRO-CUSTO PIC X(6).
           05 ORD-CONTA PIC X(6).
           05 ORD-ORCADO-MES PIC 9(9)V99.
           05 ORD-ORCADO-ACUMULADO PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  ORCCUS-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.

       01  MES-APURADO.
           05 APURADO-AA PIC 9(4).
           05 APURADO-MM PIC 99.
       01  MES-APURADO-NUMERICO REDEFINES MES-APURADO PIC 9(6).
       01  TOLERANCIA-PERCENTUAL PIC 9(3)V9.

       01  DATA-LANC-DESMONTADA.
           05 LANC-AA PIC 9(4).
           05 LANC-MM PIC 99.
           05 LANC-DD PIC 99.

       01  MES-DO-ORCAMENTO.
           05 ORCAMENTO-AA PIC 9(4).
           05 ORCAMENTO-MM PIC 99.

      *    Realizado por conta, no mes e no acumulado do ano
       01  QTDE-CONTAS PIC 9(3) VALUE 0.
       01  INDICE-CONTA PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.
       01  CONTA-PROCURADA PIC X(6).
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  TABELA-REALIZADO.
           05 REALIZADO-ITEM OCCURS 200 TIMES.
               10 REAL-TAB-CONTA PIC X(6).
               10 REAL-TAB-MES PIC S9(10)V99.
               10 REAL-TAB-ACUMULADO PIC S9(10)V99.

      *    Departamento e filial donos de cada centro de custo
       01  QTDE-CENTROS PIC 9(3) VALUE 0.
       01  INDICE-CENTRO PIC 9(3).
       01  CENTRO-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-CENTROS.
           05 CENTRO-ITEM OCCURS 100 TIMES.
               10 CENTRO-TAB-CODIGO PIC X(6).
               10 CENTRO-TAB-DEPARTAMENTO PIC X(4).
               10 CENTRO-TAB-FILIAL PIC X(4).

      *    Quebras da listagem ordenada
       01  FILIAL-ANTERIOR PIC X(4).
       01  DEPARTAMENTO-ANTERIOR PIC X(4).
       01  CENTRO-ANTERIOR PIC X(6).
       01  CONTA-ANTERIOR PIC X(6) VALUE SPACES.

       01  TOTAIS-DA-LINHA.
           05 LINHA-ORCADO-MES PIC S9(10)V99.
           05 LINHA-ORCADO-ACUMULADO PIC S9(10)V99.
           05 LINHA-REAL-MES PIC S9(10)V99.
           05 LINHA-REAL-ACUMULADO PIC S9(10)V99.
       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-ORCADO-MES PIC S9(10)V99.
           05 DEPTO-ORCADO-ACUMULADO PIC S9(10)V99.
           05 DEPTO-REAL-MES PIC S9(10)V99.
           05 DEPTO-REAL-ACUMULADO PIC S9(10)V99.
       01  TOTAIS-DA-FILIAL.
           05 FILIAL-ORCADO-MES PIC S9(10)V99.
           05 FILIAL-ORCADO-ACUMULADO PIC S9(10)V99.
           05 FILIAL-REAL-MES PIC S9(10)V99.
           05 FILIAL-REAL-ACUMULADO PIC S9(10)V99.
       01  TOTAIS-GERAIS.
           05 GERAL-ORCADO-MES PIC S9(10)V99 VALUE 0.
           05 GERAL-ORCADO-ACUMULADO PIC S9(10)V99 VALUE 0.
           05 GERAL-REAL-MES PIC S9(10)V99 VALUE 0.
           05 GERAL-REAL-ACUMULADO PIC S9(10)V99 VALUE 0.

      *    Area comum de impressao de qualquer nivel
       01  ROTULO-IMPRESSO PIC X(30).
       01  TOTAIS-IMPRESSOS.
           05 IMP-ORCADO-MES PIC S9(10)V99.
           05 IMP-ORCADO-ACUMULADO PIC S9(10)V99.
           05 IMP-REAL-MES PIC S9(10)V99.
           05 IMP-REAL-ACUMULADO PIC S9(10)V99.
       01  VARIACAO-VALOR PIC S9(10)V99.
       01  VARIACAO-PERCENTUAL PIC S9(5)V9.
       01  MARCA-ESTOURO PIC X(8).

       01  TOTAL-LINHAS PIC 9(6) VALUE 0.
       01  TOTAL-ESTOUROS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DO RELATORIO (AAAAMM):".
           ACCEPT MES-APURADO-NUMERICO.
           DISPLAY "TOLERANCIA DE ESTOURO EM % (ENTER = 10):".
           MOVE ZEROS TO TOLERANCIA-PERCENTUAL.
           ACCEPT TOLERANCIA-PERCENTUAL.
           IF TOLERANCIA-PERCENTUAL = 0
               MOVE 10 TO TOLERANCIA-PERCENTUAL
           END-IF.

           PERFORM CARREGA-CENTROS-DE-CUSTO.
           PERFORM CARREGA-REALIZADO.

           DISPLAY "ORCADO X REALIZADO - MES " MES-APURADO-NUMERICO
               " - TOLERANCIA " TOLERANCIA-PERCENTUAL "%".
           DISPLAY "-------------------------------------------------".

           SORT ARQUIVO-ORDENACAO-ORCAMENTO
               ON ASCENDING KEY ORD-FILIAL ORD-DEPARTAMENTO
                                ORD-CENTRO-CUSTO ORD-CONTA
               INPUT PROCEDURE IS CARREGA-ORCAMENTO
               OUTPUT PROCEDURE IS IMPRIME-ORCADO-REALIZADO.

           DISPLAY "-------------------------------------------------".
           MOVE "TOTAL GERAL" TO ROTULO-IMPRESSO.
           MOVE TOTAIS-GERAIS TO TOTAIS-IMPRESSOS.
           PERFORM IMPRIME-VALORES.
           DISPLAY "LINHAS DE ORCAMENTO: " TOTAL-LINHAS.
           DISPLAY "LINHAS COM ESTOURO: " TOTAL-ESTOUROS.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** REALIZADO INCOMPLETO - LANCAMENTOS FORA "
                   "DA TABELA DE CONTAS: " TOTAL-FORA-DA-TABELA
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

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
               MOVE DEPARTAMENTO-CODIGO
                   TO CENTRO-TAB-DEPARTAMENTO(QTDE-CENTROS)
               MOVE DEPARTAMENTO-FILIAL
                   TO CENTRO-TAB-FILIAL(QTDE-CENTROS)
           END-IF.
           PERFORM LER-PROXIMO-DEPARTAMENTO.

       CARREGA-REALIZADO.
      *    Movimento do ano ate o mes apurado, conta por conta
           OPEN INPUT ARQUIVO-LANCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LANCAMENTO.
           PERFORM ACUMULA-LANCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LANCAMENTO.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-LANCAMENTO.
           MOVE LANC-DATA TO DATA-LANC-DESMONTADA.
           IF LANC-AA = APURADO-AA
               AND LANC-MM NOT > APURADO-MM
               MOVE LANC-CONTA TO CONTA-PROCURADA
               PERFORM LOCALIZA-CONTA
               IF INDICE-ACHADO = 0
                   PERFORM INCLUI-CONTA
               END-IF
               IF INDICE-ACHADO > 0
                   COMPUTE REAL-TAB-ACUMULADO(INDICE-ACHADO) =
                       REAL-TAB-ACUMULADO(INDICE-ACHADO)
                       + LANC-DEBITO - LANC-CREDITO
                   IF LANC-MM = APURADO-MM
                       COMPUTE REAL-TAB-MES(INDICE-ACHADO) =
                           REAL-TAB-MES(INDICE-ACHADO)
                           + LANC-DEBITO - LANC-CREDITO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-LANCAMENTO.

       LOCALIZA-CONTA.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-CONTA
               VARYING INDICE-CONTA FROM 1 BY 1
               UNTIL INDICE-CONTA > QTDE-CONTAS
                  OR INDICE-ACHADO > 0.

       COMPARA-CONTA.
           IF REAL-TAB-CONTA(INDICE-CONTA) = CONTA-PROCURADA
               MOVE INDICE-CONTA TO INDICE-ACHADO
           END-IF.

       INCLUI-CONTA.
           IF QTDE-CONTAS >= 200
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               ADD 1 TO QTDE-CONTAS
               MOVE QTDE-CONTAS TO INDICE-ACHADO
               MOVE CONTA-PROCURADA TO REAL-TAB-CONTA(INDICE-ACHADO)
               MOVE ZERO TO REAL-TAB-MES(INDICE-ACHADO)
               MOVE ZERO TO REAL-TAB-ACUMULADO(INDICE-ACHADO)
           END-IF.

       CARREGA-ORCAMENTO.
      *    Cada linha do ano ate o mes apurado vai pro SORT com a
      *    filial e o departamento do centro de custo
           OPEN INPUT ARQUIVO-ORCAMENTO-CUSTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ORCAMENTO.
           PERFORM RELEASE-ORCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ORCAMENTO-CUSTO.

       LER-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCAMENTO-CUSTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-ORCAMENTO.
           MOVE ORCCUS-AAMM TO MES-DO-ORCAMENTO.
           IF ORCAMENTO-AA = APURADO-AA
               AND ORCAMENTO-MM NOT > APURADO-MM
               PERFORM LOCALIZA-CENTRO-DE-CUSTO
               IF CENTRO-ACHADO > 0
                   MOVE CENTRO-TAB-FILIAL(CENTRO-ACHADO) TO ORD-FILIAL
                   MOVE CENTRO-TAB-DEPARTAMENTO(CENTRO-ACHADO)
                       TO ORD-DEPARTAMENTO
               ELSE
                   MOVE "----" TO ORD-FILIAL
                   MOVE "----" TO ORD-DEPARTAMENTO
               END-IF
               MOVE ORCCUS-CENTRO-CUSTO TO ORD-CENTRO-CUSTO
               MOVE ORCCUS-CONTA TO ORD-CONTA
               MOVE ORCCUS-VALOR TO ORD-ORCADO-ACUMULADO
               IF ORCAMENTO-MM = APURADO-MM
                   MOVE ORCCUS-VALOR TO ORD-ORCADO-MES
               ELSE
                   MOVE ZEROS TO ORD-ORCADO-MES
               END-IF
               RELEASE REGISTRO-ORDENACAO-ORCAMENTO
           END-IF.
           PERFORM LER-PROXIMO-ORCAMENTO.

       LOCALIZA-CENTRO-DE-CUSTO.
           MOVE 0 TO CENTRO-ACHADO.
           PERFORM COMPARA-CENTRO-DE-CUSTO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS
                  OR CENTRO-ACHADO > 0.

       COMPARA-CENTRO-DE-CUSTO.
           IF CENTRO-TAB-CODIGO(INDICE-CENTRO) = ORCCUS-CENTRO-CUSTO
               MOVE INDICE-CENTRO TO CENTRO-ACHADO
           END-IF.

       IMPRIME-ORCADO-REALIZADO.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-PROXIMO-ORDENADO.
           IF FINAL-ORDENADO = "N"
               PERFORM ABRE-FILIAL
               PERFORM ABRE-DEPARTAMENTO
               PERFORM ABRE-LINHA
           END-IF.
           PERFORM TRATA-ORDENADO UNTIL FINAL-ORDENADO = "S".
           IF CONTA-ANTERIOR NOT = SPACE
               PERFORM FECHA-LINHA
               PERFORM FECHA-DEPARTAMENTO
               PERFORM FECHA-FILIAL
           END-IF.

       RETORNA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO-ORCAMENTO
               AT END MOVE "S" TO FINAL-ORDENADO.

       TRATA-ORDENADO.
           IF ORD-FILIAL NOT = FILIAL-ANTERIOR
               PERFORM FECHA-LINHA
               PERFORM FECHA-DEPARTAMENTO
               PERFORM FECHA-FILIAL
               PERFORM ABRE-FILIAL
               PERFORM ABRE-DEPARTAMENTO
               PERFORM ABRE-LINHA
           ELSE
               IF ORD-DEPARTAMENTO NOT = DEPARTAMENTO-ANTERIOR
                   PERFORM FECHA-LINHA
                   PERFORM FECHA-DEPARTAMENTO
                   PERFORM ABRE-DEPARTAMENTO
                   PERFORM ABRE-LINHA
               ELSE
                   IF ORD-CENTRO-CUSTO NOT = CENTRO-ANTERIOR
                       OR ORD-CONTA NOT = CONTA-ANTERIOR
                       PERFORM FECHA-LINHA
                       PERFORM ABRE-LINHA
                   END-IF
               END-IF
           END-IF.
           ADD ORD-ORCADO-MES TO LINHA-ORCADO-MES.
           ADD ORD-ORCADO-ACUMULADO TO LINHA-ORCADO-ACUMULADO.
           PERFORM RETORNA-PROXIMO-ORDENADO.

       ABRE-FILIAL.
           MOVE ORD-FILIAL TO FILIAL-ANTERIOR.
           MOVE ZEROS TO TOTAIS-DA-FILIAL.
           DISPLAY " ".
           DISPLAY "FILIAL " ORD-FILIAL.

       ABRE-DEPARTAMENTO.
           MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR.
           MOVE ZEROS TO TOTAIS-DO-DEPARTAMENTO.
           DISPLAY "  DEPARTAMENTO " ORD-DEPARTAMENTO.

       ABRE-LINHA.
           MOVE ORD-CENTRO-CUSTO TO CENTRO-ANTERIOR.
           MOVE ORD-CONTA TO CONTA-ANTERIOR.
           MOVE ZEROS TO TOTAIS-DA-LINHA.

       FECHA-LINHA.
      *    O realizado entra na linha pela conta, so no fechamento
           MOVE CONTA-ANTERIOR TO CONTA-PROCURADA.
           PERFORM LOCALIZA-CONTA.
           IF INDICE-ACHADO > 0
               MOVE REAL-TAB-MES(INDICE-ACHADO) TO LINHA-REAL-MES
               MOVE REAL-TAB-ACUMULADO(INDICE-ACHADO)
                   TO LINHA-REAL-ACUMULADO
           END-IF.
           ADD 1 TO TOTAL-LINHAS.
           MOVE SPACES TO ROTULO-IMPRESSO.
           STRING "    CC " DELIMITED BY SIZE
               CENTRO-ANTERIOR DELIMITED BY SIZE
               " CONTA " DELIMITED BY SIZE
               CONTA-ANTERIOR DELIMITED BY SIZE
               INTO ROTULO-IMPRESSO.
           MOVE TOTAIS-DA-LINHA TO TOTAIS-IMPRESSOS.
           PERFORM IMPRIME-VALORES.
           IF MARCA-ESTOURO NOT = SPACE
               ADD 1 TO TOTAL-ESTOUROS
           END-IF.
           ADD LINHA-ORCADO-MES TO DEPTO-ORCADO-MES.
           ADD LINHA-ORCADO-ACUMULADO TO DEPTO-ORCADO-ACUMULADO.
           ADD LINHA-REAL-MES TO DEPTO-REAL-MES.
           ADD LINHA-REAL-ACUMULADO TO DEPTO-REAL-ACUMULADO.

       FECHA-DEPARTAMENTO.
           MOVE SPACES TO ROTULO-IMPRESSO.
           STRING "  SUBTOTAL DEPTO " DELIMITED BY SIZE
               DEPARTAMENTO-ANTERIOR DELIMITED BY SIZE
               INTO ROTULO-IMPRESSO.
           MOVE TOTAIS-DO-DEPARTAMENTO TO TOTAIS-IMPRESSOS.
           PERFORM IMPRIME-VALORES.
           ADD DEPTO-ORCADO-MES TO FILIAL-ORCADO-MES.
           ADD DEPTO-ORCADO-ACUMULADO TO FILIAL-ORCADO-ACUMULADO.
           ADD DEPTO-REAL-MES TO FILIAL-REAL-MES.
           ADD DEPTO-REAL-ACUMULADO TO FILIAL-REAL-ACUMULADO.

       FECHA-FILIAL.
           MOVE SPACES TO ROTULO-IMPRESSO.
           STRING "SUBTOTAL FILIAL " DELIMITED BY SIZE
               FILIAL-ANTERIOR DELIMITED BY SIZE
               INTO ROTULO-IMPRESSO.
           MOVE TOTAIS-DA-FILIAL TO TOTAIS-IMPRESSOS.
           PERFORM IMPRIME-VALORES.
           ADD FILIAL-ORCADO-MES TO GERAL-ORCADO-MES.
           ADD FILIAL-ORCADO-ACUMULADO TO GERAL-ORCADO-ACUMULADO.
           ADD FILIAL-REAL-MES TO GERAL-REAL-MES.
           ADD FILIAL-REAL-ACUMULADO TO GERAL-REAL-ACUMULADO.

       IMPRIME-VALORES.
      *    1 linha pro mes e 1 pro acumulado do ano; a marca de
      *    estouro vale pra qualquer dos 2
           MOVE SPACES TO MARCA-ESTOURO.
           COMPUTE VARIACAO-VALOR = IMP-REAL-MES - IMP-ORCADO-MES.
           PERFORM CALCULA-PERCENTUAL-MES.
           DISPLAY ROTULO-IMPRESSO.
           DISPLAY "      MES   ORCADO " IMP-ORCADO-MES
               " REALIZADO " IMP-REAL-MES
               " VARIACAO " VARIACAO-VALOR " " VARIACAO-PERCENTUAL
               "% " MARCA-ESTOURO.
           COMPUTE VARIACAO-VALOR =
               IMP-REAL-ACUMULADO - IMP-ORCADO-ACUMULADO.
           PERFORM CALCULA-PERCENTUAL-ACUMULADO.
           DISPLAY "      ANO   ORCADO " IMP-ORCADO-ACUMULADO
               " REALIZADO " IMP-REAL-ACUMULADO
               " VARIACAO " VARIACAO-VALOR " " VARIACAO-PERCENTUAL
               "% " MARCA-ESTOURO.

       CALCULA-PERCENTUAL-MES.
           IF IMP-ORCADO-MES NOT > 0
               MOVE ZEROS TO VARIACAO-PERCENTUAL
               IF IMP-REAL-MES > 0
                   MOVE "*ESTOURO" TO MARCA-ESTOURO
               END-IF
           ELSE
               COMPUTE VARIACAO-PERCENTUAL ROUNDED =
                   VARIACAO-VALOR * 100 / IMP-ORCADO-MES
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIACAO-PERCENTUAL
               END-COMPUTE
               IF VARIACAO-PERCENTUAL > TOLERANCIA-PERCENTUAL
                   MOVE "*ESTOURO" TO MARCA-ESTOURO
               END-IF
           END-IF.

       CALCULA-PERCENTUAL-ACUMULADO.
           IF IMP-ORCADO-ACUMULADO NOT > 0
               MOVE ZEROS TO VARIACAO-PERCENTUAL
               IF IMP-REAL-ACUMULADO > 0
                   MOVE "*ESTOURO" TO MARCA-ESTOURO
               END-IF
           ELSE
               COMPUTE VARIACAO-PERCENTUAL ROUNDED =
                   VARIACAO-VALOR * 100 / IMP-ORCADO-ACUMULADO
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIACAO-PERCENTUAL
               END-COMPUTE
               IF VARIACAO-PERCENTUAL > TOLERANCIA-PERCENTUAL
                   MOVE "*ESTOURO" TO MARCA-ESTOURO
               END-IF
           END-IF.

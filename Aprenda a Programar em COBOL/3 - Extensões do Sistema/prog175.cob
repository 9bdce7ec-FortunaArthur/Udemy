       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG175.
      *    Programa do Relatorio Mensal de Conversao de Orcamentos
      *    Mostra quem converte orcamento em pedido: le os
      *    orcamentos de orcamentos.dat (PROG174) emitidos no mes
      *    informado (AAAAMM, pela ORCAMENTO-DATA) e acumula por
      *    vendedor - o mesmo ORCAMENTO-VENDEDOR que passa pro
      *    PEDIDO-VENDEDOR na conversao do PROG63 - a quantidade e o
      *    valor emitidos, convertidos, perdidos, expirados e ainda
      *    abertos, com a taxa de conversao (convertidos sobre
      *    emitidos, em quantidade e em valor). Vendedor zero e a
      *    venda da casa. Tabela em memoria no padrao PROG65/68, com
      *    guarda de estouro, e total geral no rodape.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCAMENTO.cob".
           COPY "SELFUNCIONARIO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCAMENTO.cob".
           COPY "FDFUNCIONARIO.cob".

       WORKING-STORAGE SECTION.

       01  ORCAMENTO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-ORCAMENTO-DESMONTADA.
           05 ORCAMENTO-MES-AAMM PIC 9(6).
           05 ORCAMENTO-DIA PIC 99.

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  QTDE-VENDEDORES PIC 9(3) VALUE 0.
       01  INDICE-VENDEDOR PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.

       01  VENDEDOR-ACHADO-FLAG PIC X VALUE "N".
           88 VENDEDOR-NA-TABELA VALUE "S".
           88 VENDEDOR-FORA-TABELA VALUE "N".

       01  TABELA-VENDEDORES.
           05 VENDEDOR-ITEM OCCURS 100 TIMES.
               10 VEND-TAB-CODIGO PIC 9(4).
               10 VEND-TAB-NOME PIC X(20).
               10 VEND-TAB-EMITIDOS PIC 9(5).
               10 VEND-TAB-VALOR-EMITIDO PIC 9(9)V99.
               10 VEND-TAB-CONVERTIDOS PIC 9(5).
               10 VEND-TAB-VALOR-CONVERTIDO PIC 9(9)V99.
               10 VEND-TAB-PERDIDOS PIC 9(5).
               10 VEND-TAB-EXPIRADOS PIC 9(5).
               10 VEND-TAB-ABERTOS PIC 9(5).

       01  TAXA-QTDE PIC 9(3)V9.
       01  TAXA-VALOR PIC 9(3)V9.

       01  TOTAL-EMITIDOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-EMITIDO PIC 9(10)V99 VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-CONVERTIDO PIC 9(10)V99 VALUE 0.
       01  TOTAL-PERDIDOS PIC 9(6) VALUE 0.
       01  TOTAL-EXPIRADOS PIC 9(6) VALUE 0.
       01  TOTAL-ABERTOS PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-ORCAMENTO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ORCAMENTO.
           PERFORM AVALIA-ORCAMENTO UNTIL FINAL-ARQUIVO = "S".

           PERFORM IMPRIME-RELATORIO.

           CLOSE ARQUIVO-ORCAMENTO.
           CLOSE ARQUIVO-FUNCIONARIO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-ORCAMENTO.
           MOVE ORCAMENTO-DATA TO DATA-ORCAMENTO-DESMONTADA.
           IF ORCAMENTO-MES-AAMM = MES-APURADO
               PERFORM LOCALIZA-VENDEDOR
               IF VENDEDOR-FORA-TABELA
                   PERFORM INCLUI-VENDEDOR
               END-IF
               IF INDICE-ACHADO = 0
                   ADD 1 TO TOTAL-FORA-DA-TABELA
               ELSE
                   PERFORM ACUMULA-ORCAMENTO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-ORCAMENTO.

       LOCALIZA-VENDEDOR.
           SET VENDEDOR-FORA-TABELA TO TRUE.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-VENDEDOR
               VARYING INDICE-VENDEDOR FROM 1 BY 1
               UNTIL INDICE-VENDEDOR > QTDE-VENDEDORES
                  OR VENDEDOR-NA-TABELA.

       COMPARA-VENDEDOR.
           IF VEND-TAB-CODIGO(INDICE-VENDEDOR) = ORCAMENTO-VENDEDOR
               SET VENDEDOR-NA-TABELA TO TRUE
               MOVE INDICE-VENDEDOR TO INDICE-ACHADO
           END-IF.

       INCLUI-VENDEDOR.
      *    Tabela cheia deixa INDICE-ACHADO zerado e o orcamento fica
      *    de fora, apontado no rodape
           IF QTDE-VENDEDORES < 100
               ADD 1 TO QTDE-VENDEDORES
               MOVE QTDE-VENDEDORES TO INDICE-ACHADO
               MOVE ORCAMENTO-VENDEDOR TO VEND-TAB-CODIGO(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-EMITIDOS(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-VALOR-EMITIDO(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-CONVERTIDOS(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-VALOR-CONVERTIDO(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-PERDIDOS(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-EXPIRADOS(INDICE-ACHADO)
               MOVE ZEROS TO VEND-TAB-ABERTOS(INDICE-ACHADO)
               PERFORM BUSCA-NOME-DO-VENDEDOR
           END-IF.

       BUSCA-NOME-DO-VENDEDOR.
           IF ORCAMENTO-VENDEDOR = 0
               MOVE "VENDA DA CASA" TO VEND-TAB-NOME(INDICE-ACHADO)
           ELSE
               MOVE ORCAMENTO-VENDEDOR TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE "(SEM CADASTRO)"
                           TO VEND-TAB-NOME(INDICE-ACHADO)
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-NOME
                           TO VEND-TAB-NOME(INDICE-ACHADO)
               END-READ
           END-IF.

       ACUMULA-ORCAMENTO.
           ADD 1 TO VEND-TAB-EMITIDOS(INDICE-ACHADO).
           ADD ORCAMENTO-VALOR TO VEND-TAB-VALOR-EMITIDO(INDICE-ACHADO).
           ADD 1 TO TOTAL-EMITIDOS.
           ADD ORCAMENTO-VALOR TO TOTAL-VALOR-EMITIDO.
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   ADD 1 TO VEND-TAB-CONVERTIDOS(INDICE-ACHADO)
                   ADD ORCAMENTO-VALOR
                       TO VEND-TAB-VALOR-CONVERTIDO(INDICE-ACHADO)
                   ADD 1 TO TOTAL-CONVERTIDOS
                   ADD ORCAMENTO-VALOR TO TOTAL-VALOR-CONVERTIDO
               WHEN ORCAMENTO-PERDIDO
                   ADD 1 TO VEND-TAB-PERDIDOS(INDICE-ACHADO)
                   ADD 1 TO TOTAL-PERDIDOS
               WHEN ORCAMENTO-EXPIRADO
                   ADD 1 TO VEND-TAB-EXPIRADOS(INDICE-ACHADO)
                   ADD 1 TO TOTAL-EXPIRADOS
               WHEN OTHER
                   ADD 1 TO VEND-TAB-ABERTOS(INDICE-ACHADO)
                   ADD 1 TO TOTAL-ABERTOS
           END-EVALUATE.

       IMPRIME-RELATORIO.
           PERFORM IMPRIME-LINHA-VENDEDOR
               VARYING INDICE-VENDEDOR FROM 1 BY 1
               UNTIL INDICE-VENDEDOR > QTDE-VENDEDORES.
           PERFORM IMPRIME-TOTAIS.

       IMPRIME-LINHA-VENDEDOR.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE ZEROS TO TAXA-QTDE.
           MOVE ZEROS TO TAXA-VALOR.
           IF VEND-TAB-EMITIDOS(INDICE-VENDEDOR) > 0
               COMPUTE TAXA-QTDE ROUNDED =
                   VEND-TAB-CONVERTIDOS(INDICE-VENDEDOR) * 100
                   / VEND-TAB-EMITIDOS(INDICE-VENDEDOR)
           END-IF.
           IF VEND-TAB-VALOR-EMITIDO(INDICE-VENDEDOR) > 0
               COMPUTE TAXA-VALOR ROUNDED =
                   VEND-TAB-VALOR-CONVERTIDO(INDICE-VENDEDOR) * 100
                   / VEND-TAB-VALOR-EMITIDO(INDICE-VENDEDOR)
           END-IF.
           DISPLAY "VENDEDOR: " VEND-TAB-CODIGO(INDICE-VENDEDOR)
               " " VEND-TAB-NOME(INDICE-VENDEDOR)
               " CONVERSAO: " TAXA-QTDE "% QTDE "
               TAXA-VALOR "% VALOR".
           DISPLAY "  EMITIDOS: " VEND-TAB-EMITIDOS(INDICE-VENDEDOR)
               " " VEND-TAB-VALOR-EMITIDO(INDICE-VENDEDOR)
               " CONVERTIDOS: " VEND-TAB-CONVERTIDOS(INDICE-VENDEDOR)
               " " VEND-TAB-VALOR-CONVERTIDO(INDICE-VENDEDOR).
           DISPLAY "  PERDIDOS: " VEND-TAB-PERDIDOS(INDICE-VENDEDOR)
               " EXPIRADOS: " VEND-TAB-EXPIRADOS(INDICE-VENDEDOR)
               " ABERTOS: " VEND-TAB-ABERTOS(INDICE-VENDEDOR).
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "CONVERSAO DE ORCAMENTOS POR VENDEDOR - MES "
               MES-APURADO " - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-TOTAIS.
           MOVE ZEROS TO TAXA-QTDE.
           MOVE ZEROS TO TAXA-VALOR.
           IF TOTAL-EMITIDOS > 0
               COMPUTE TAXA-QTDE ROUNDED =
                   TOTAL-CONVERTIDOS * 100 / TOTAL-EMITIDOS
           END-IF.
           IF TOTAL-VALOR-EMITIDO > 0
               COMPUTE TAXA-VALOR ROUNDED =
                   TOTAL-VALOR-CONVERTIDO * 100 / TOTAL-VALOR-EMITIDO
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "ORCAMENTOS EMITIDOS: " TOTAL-EMITIDOS
               " VALOR: " TOTAL-VALOR-EMITIDO.
           DISPLAY "CONVERTIDOS: " TOTAL-CONVERTIDOS
               " VALOR: " TOTAL-VALOR-CONVERTIDO.
           DISPLAY "PERDIDOS: " TOTAL-PERDIDOS
               " EXPIRADOS: " TOTAL-EXPIRADOS
               " ABERTOS: " TOTAL-ABERTOS.
           DISPLAY "TAXA DE CONVERSAO: " TAXA-QTDE "% EM QTDE, "
               TAXA-VALOR "% EM VALOR".
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** RELATORIO INCOMPLETO - ORCAMENTOS FORA DA "
                   "TABELA DE VENDEDORES: " TOTAL-FORA-DA-TABELA
           END-IF.

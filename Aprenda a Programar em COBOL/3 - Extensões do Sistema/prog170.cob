       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG170.
      *    Programa do Relatorio de Aging de Contas a Pagar
      *    O espelho do aging de contas a receber do PROG68 do lado
      *    do fornecedor: varre contas_pagar.dat (titulos abertos
      *    pelo recebimento do PROG116) e, pra cada fornecedor com
      *    titulo em aberto, acumula o saldo nas mesmas faixas de
      *    0-30, 31-60, 61-90 e mais de 90 dias contados da emissao
      *    da nota, na conta de mes comercial de 30 dias. Nome e
      *    telefone saem de fornecedores.dat. Mesmo formato de
      *    cabecalho, quebra de pagina e rodape com totais por
      *    faixa, e o total ja vencido (vencimento antes de hoje)
      *    sai separado no rodape.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCPAGAR.cob".
           COPY "SELFORNECEDOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPAGAR.cob".
           COPY "FDFORNECEDOR.cob".

       WORKING-STORAGE SECTION.

       01  CPAGAR-FILE-STATUS PIC X(2).
       01  FORNECEDOR-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-TITULO-DESMONTADA.
           05 DATA-TITULO-AA PIC 9(4).
           05 DATA-TITULO-MM PIC 99.
           05 DATA-TITULO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-TITULO PIC 9(6).
       01  IDADE-DIAS PIC S9(6).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  QTDE-FORNECEDORES-AGING PIC 9(3) VALUE 0.
       01  INDICE-FORNECEDOR PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.

       01  FORNECEDOR-ACHADO-FLAG PIC X VALUE "N".
           88 FORNECEDOR-NA-TABELA VALUE "S".
           88 FORNECEDOR-FORA-TABELA VALUE "N".

       01  TABELA-AGING.
           05 AGING-ITEM OCCURS 200 TIMES.
               10 AGING-CODIGO PIC 9(6).
               10 AGING-NOME PIC X(20).
               10 AGING-TELEFONE PIC X(15).
               10 AGING-FAIXA-1 PIC 9(9)V99.
               10 AGING-FAIXA-2 PIC 9(9)V99.
               10 AGING-FAIXA-3 PIC 9(9)V99.
               10 AGING-FAIXA-4 PIC 9(9)V99.

       01  TOTAL-FAIXA-1 PIC 9(9)V99 VALUE 0.
       01  TOTAL-FAIXA-2 PIC 9(9)V99 VALUE 0.
       01  TOTAL-FAIXA-3 PIC 9(9)V99 VALUE 0.
       01  TOTAL-FAIXA-4 PIC 9(9)V99 VALUE 0.
       01  TOTAL-VENCIDO PIC 9(9)V99 VALUE 0.
       01  TOTAL-TITULOS-EM-ABERTO PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  AVISO-TABELA-CHEIA PIC X VALUE "N".
           88 AVISO-JA-DADO VALUE "S".
           88 AVISO-NAO-DADO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-CONTAS-PAGAR.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TITULO.
           PERFORM AVALIA-TITULO UNTIL FINAL-ARQUIVO = "S".

           PERFORM IMPRIME-RELATORIO.

           CLOSE ARQUIVO-CONTAS-PAGAR.
           CLOSE ARQUIVO-FORNECEDOR.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-TITULO.
           READ ARQUIVO-CONTAS-PAGAR NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-TITULO.
           IF CPAGAR-EM-ABERTO AND CPAGAR-SALDO > 0
               ADD 1 TO TOTAL-TITULOS-EM-ABERTO
               PERFORM CLASSIFICA-TITULO
           END-IF.
           PERFORM LER-PROXIMO-TITULO.

       CLASSIFICA-TITULO.
           MOVE CPAGAR-DATA-EMISSAO TO DATA-TITULO-DESMONTADA.
           COMPUTE DIAS-TITULO = DATA-TITULO-AA * 360
               + DATA-TITULO-MM * 30 + DATA-TITULO-DD.
           COMPUTE IDADE-DIAS = DIAS-HOJE - DIAS-TITULO.
           IF IDADE-DIAS < 0
               MOVE 0 TO IDADE-DIAS
           END-IF.

           MOVE CPAGAR-DATA-VENCIMENTO TO DATA-TITULO-DESMONTADA.
           COMPUTE DIAS-TITULO = DATA-TITULO-AA * 360
               + DATA-TITULO-MM * 30 + DATA-TITULO-DD.
           IF DIAS-TITULO < DIAS-HOJE
               ADD CPAGAR-SALDO TO TOTAL-VENCIDO
           END-IF.

           PERFORM LOCALIZA-FORNECEDOR-AGING.
           IF FORNECEDOR-FORA-TABELA
               PERFORM INCLUI-FORNECEDOR-AGING
           END-IF.

           IF INDICE-ACHADO = 0
      *        Tabela de fornecedores cheia: o titulo fica de fora e
      *        o rodape aponta o relatorio como incompleto
               ADD 1 TO TOTAL-FORA-DA-TABELA
           ELSE
               EVALUATE TRUE
                   WHEN IDADE-DIAS <= 30
                       ADD CPAGAR-SALDO
                           TO AGING-FAIXA-1(INDICE-ACHADO)
                       ADD CPAGAR-SALDO TO TOTAL-FAIXA-1
                   WHEN IDADE-DIAS <= 60
                       ADD CPAGAR-SALDO
                           TO AGING-FAIXA-2(INDICE-ACHADO)
                       ADD CPAGAR-SALDO TO TOTAL-FAIXA-2
                   WHEN IDADE-DIAS <= 90
                       ADD CPAGAR-SALDO
                           TO AGING-FAIXA-3(INDICE-ACHADO)
                       ADD CPAGAR-SALDO TO TOTAL-FAIXA-3
                   WHEN OTHER
                       ADD CPAGAR-SALDO
                           TO AGING-FAIXA-4(INDICE-ACHADO)
                       ADD CPAGAR-SALDO TO TOTAL-FAIXA-4
               END-EVALUATE
           END-IF.

       LOCALIZA-FORNECEDOR-AGING.
      *    Procura o fornecedor do titulo na tabela ja acumulada
           SET FORNECEDOR-FORA-TABELA TO TRUE.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-FORNECEDOR-AGING
               VARYING INDICE-FORNECEDOR FROM 1 BY 1
               UNTIL INDICE-FORNECEDOR > QTDE-FORNECEDORES-AGING
                  OR FORNECEDOR-NA-TABELA.

       COMPARA-FORNECEDOR-AGING.
           IF AGING-CODIGO(INDICE-FORNECEDOR) = CPAGAR-FORNECEDOR
               SET FORNECEDOR-NA-TABELA TO TRUE
               MOVE INDICE-FORNECEDOR TO INDICE-ACHADO
           END-IF.

       INCLUI-FORNECEDOR-AGING.
      *    Tabela cheia deixa INDICE-ACHADO zerado pra quem chamou
      *    pular o titulo
           IF QTDE-FORNECEDORES-AGING >= 200
               IF AVISO-NAO-DADO
                   DISPLAY "TABELA DE FORNECEDORES DO AGING CHEIA "
                       "(200) - RELATORIO SAIRA INCOMPLETO"
                   SET AVISO-JA-DADO TO TRUE
               END-IF
           ELSE
               PERFORM INCLUI-FORNECEDOR-NA-TABELA
           END-IF.

       INCLUI-FORNECEDOR-NA-TABELA.
           ADD 1 TO QTDE-FORNECEDORES-AGING.
           MOVE QTDE-FORNECEDORES-AGING TO INDICE-ACHADO.
           MOVE CPAGAR-FORNECEDOR TO AGING-CODIGO(INDICE-ACHADO).
           MOVE ZERO TO AGING-FAIXA-1(INDICE-ACHADO).
           MOVE ZERO TO AGING-FAIXA-2(INDICE-ACHADO).
           MOVE ZERO TO AGING-FAIXA-3(INDICE-ACHADO).
           MOVE ZERO TO AGING-FAIXA-4(INDICE-ACHADO).

           MOVE CPAGAR-FORNECEDOR TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO AGING-NOME(INDICE-ACHADO)
                   MOVE SPACE TO AGING-TELEFONE(INDICE-ACHADO)
               NOT INVALID KEY
                   MOVE FORNECEDOR-NOME TO AGING-NOME(INDICE-ACHADO)
                   MOVE FORNECEDOR-TELEFONE
                       TO AGING-TELEFONE(INDICE-ACHADO)
           END-READ.

       IMPRIME-RELATORIO.
           PERFORM IMPRIME-LINHA-FORNECEDOR
               VARYING INDICE-FORNECEDOR FROM 1 BY 1
               UNTIL INDICE-FORNECEDOR > QTDE-FORNECEDORES-AGING.
           PERFORM IMPRIME-TOTAIS.

       IMPRIME-LINHA-FORNECEDOR.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY "CODIGO: " AGING-CODIGO(INDICE-FORNECEDOR)
               " NOME: " AGING-NOME(INDICE-FORNECEDOR)
               " TELEFONE: " AGING-TELEFONE(INDICE-FORNECEDOR).
           DISPLAY "  0-30: " AGING-FAIXA-1(INDICE-FORNECEDOR)
               " 31-60: " AGING-FAIXA-2(INDICE-FORNECEDOR)
               " 61-90: " AGING-FAIXA-3(INDICE-FORNECEDOR)
               " +90: " AGING-FAIXA-4(INDICE-FORNECEDOR).
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "RELATORIO DE AGING DE CONTAS A PAGAR - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-TOTAIS.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL 0-30 DIAS: " TOTAL-FAIXA-1.
           DISPLAY "TOTAL 31-60 DIAS: " TOTAL-FAIXA-2.
           DISPLAY "TOTAL 61-90 DIAS: " TOTAL-FAIXA-3.
           DISPLAY "TOTAL ACIMA DE 90 DIAS: " TOTAL-FAIXA-4.
           DISPLAY "TOTAL JA VENCIDO: " TOTAL-VENCIDO.
           DISPLAY "TOTAL DE TITULOS EM ABERTO: "
               TOTAL-TITULOS-EM-ABERTO.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** RELATORIO INCOMPLETO - TITULOS FORA DA "
                   "TABELA DE FORNECEDORES: " TOTAL-FORA-DA-TABELA
           END-IF.

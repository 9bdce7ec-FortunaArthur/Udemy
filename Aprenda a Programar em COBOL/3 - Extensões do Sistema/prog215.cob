       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG215.
      *    Programa da Conciliacao das Provisoes da Folha
      *    Le provisoes_folha.dat (PROG214) e mostra, por
      *    funcionario, o provisionado, o baixado pelos pagamentos
      *    e o saldo das provisoes de 13o e de ferias. Pras ferias,
      *    confere o saldo da provisao com o passivo estimado pelo
      *    saldo de dias do funcionario - a mesma conta do PROG109 e
      *    do PROG150 (anos completos de casa x 30 menos os dias de
      *    ferias.dat), valorizado pelo salario do cadastro com o
      *    terco (dias x salario / 30 x 4 / 3) - e aponta a
      *    diferenca. Os totais fecham com os saldos de PROV13 e
      *    PROVFE no razao.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPROVISAO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFERIAS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROVISAO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFERIAS.cob".

       WORKING-STORAGE SECTION.

       01  PROVISAO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FERIAS-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-VARREDURA PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-ADMISSAO-DESMONTADA.
           05 ADMISSAO-AA PIC 9(4).
           05 ADMISSAO-MM PIC 99.
           05 ADMISSAO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-ADMISSAO PIC 9(6).
       01  DIAS-DE-CASA PIC S9(6).
       01  ANOS-DE-CASA PIC 9(2).
       01  SALDO-ACUMULADO PIC S9(4).
       01  DIAS-JA-GOZADOS PIC 9(4).

       01  SALARIO-DO-CADASTRO PIC 9(4)V99.
       01  SALDO-DECIMO PIC 9(7)V99.
       01  SALDO-FERIAS PIC 9(7)V99.
       01  PASSIVO-ESTIMADO PIC 9(7)V99.
       01  DIFERENCA-FERIAS PIC S9(7)V99.

       01  VALOR-EXIBIDO PIC ZZZZZZZZ9.99.
       01  DIFERENCA-EXIBIDA PIC -ZZZZZZZ9.99.
       01  TOTAL-EXIBIDO PIC ZZZZZZZZZZ9.99.
       01  TOTAL-DIFERENCA-EXIBIDA PIC -ZZZZZZZZZ9.99.

       01  TOTAL-FUNCIONARIOS PIC 9(6) VALUE 0.
       01  TOTAL-SEM-CADASTRO PIC 9(6) VALUE 0.
       01  TOTAL-DECIMO-PROVISIONADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-DECIMO-BAIXADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-FERIAS-PROVISIONADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-FERIAS-BAIXADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-PASSIVO-ESTIMADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-DIFERENCA PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           OPEN INPUT ARQUIVO-PROVISAO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FERIAS.

           DISPLAY "CONCILIACAO DAS PROVISOES DE 13O E FERIAS - "
               DATA-EXECUCAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-PROVISAO.
           PERFORM CONCILIA-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PROVISAO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FERIAS.

           PERFORM EXIBE-TOTAIS.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMA-PROVISAO.
           READ ARQUIVO-PROVISAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONCILIA-FUNCIONARIO.
           ADD 1 TO TOTAL-FUNCIONARIOS.
           COMPUTE SALDO-DECIMO = PROV-DECIMO-PROVISIONADO
               - PROV-DECIMO-BAIXADO.
           COMPUTE SALDO-FERIAS = PROV-FERIAS-PROVISIONADO
               - PROV-FERIAS-BAIXADO.
           MOVE PROV-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   ADD 1 TO TOTAL-SEM-CADASTRO
                   MOVE ZEROS TO SALARIO-DO-CADASTRO
                   MOVE ZERO TO SALDO-ACUMULADO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-SALARIO TO SALARIO-DO-CADASTRO
                   PERFORM APURA-SALDO-DE-FERIAS
           END-READ.
           IF SALDO-ACUMULADO > 0
               COMPUTE PASSIVO-ESTIMADO ROUNDED = SALDO-ACUMULADO
                   * SALARIO-DO-CADASTRO / 30 * 4 / 3
           ELSE
               MOVE ZEROS TO PASSIVO-ESTIMADO
           END-IF.
           COMPUTE DIFERENCA-FERIAS = SALDO-FERIAS - PASSIVO-ESTIMADO.
           PERFORM EXIBE-FUNCIONARIO.

           ADD PROV-DECIMO-PROVISIONADO TO TOTAL-DECIMO-PROVISIONADO.
           ADD PROV-DECIMO-BAIXADO TO TOTAL-DECIMO-BAIXADO.
           ADD PROV-FERIAS-PROVISIONADO TO TOTAL-FERIAS-PROVISIONADO.
           ADD PROV-FERIAS-BAIXADO TO TOTAL-FERIAS-BAIXADO.
           ADD PASSIVO-ESTIMADO TO TOTAL-PASSIVO-ESTIMADO.
           ADD DIFERENCA-FERIAS TO TOTAL-DIFERENCA.

           PERFORM LER-PROXIMA-PROVISAO.

       APURA-SALDO-DE-FERIAS.
      *    A mesma conta do PROG109 (anos completos de casa x 30),
      *    menos os dias ja gozados nos registros de ferias do
      *    funcionario
           IF FUNCIONARIO-DATA-ADMISSAO = 0
               MOVE ZERO TO SALDO-ACUMULADO
           ELSE
               MOVE FUNCIONARIO-DATA-ADMISSAO
                   TO DATA-ADMISSAO-DESMONTADA
               COMPUTE DIAS-ADMISSAO = ADMISSAO-AA * 360
                   + ADMISSAO-MM * 30 + ADMISSAO-DD
               COMPUTE DIAS-DE-CASA = DIAS-HOJE - DIAS-ADMISSAO
               IF DIAS-DE-CASA < 0
                   MOVE 0 TO DIAS-DE-CASA
               END-IF
               COMPUTE ANOS-DE-CASA = DIAS-DE-CASA / 360
               PERFORM SOMA-DIAS-JA-GOZADOS
               COMPUTE SALDO-ACUMULADO = ANOS-DE-CASA * 30
                   - DIAS-JA-GOZADOS
           END-IF.

       SOMA-DIAS-JA-GOZADOS.
           MOVE 0 TO DIAS-JA-GOZADOS.
           MOVE "N" TO FIM-VARREDURA.
           MOVE PROV-CODIGO TO FERIAS-FUNCIONARIO.
           MOVE ZEROS TO FERIAS-DATA-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-VARREDURA
           END-START.
           PERFORM SOMA-UMA-FERIAS UNTIL FIM-VARREDURA = "S".

       SOMA-UMA-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF FIM-VARREDURA = "N"
               IF FERIAS-FUNCIONARIO = PROV-CODIGO
                   ADD FERIAS-QTDE-DIAS TO DIAS-JA-GOZADOS
               ELSE
                   MOVE "S" TO FIM-VARREDURA
               END-IF
           END-IF.

       EXIBE-FUNCIONARIO.
           DISPLAY "---------------------------------------------".
           DISPLAY PROV-CODIGO " " PROV-NOME " " PROV-DEPARTAMENTO.
           IF FUNCIONARIO-FILE-STATUS NOT = "00"
               DISPLAY "   FORA DO CADASTRO DE FUNCIONARIOS"
           END-IF.
           DISPLAY "   ULTIMO MES PROVISIONADO: "
               PROV-ULTIMO-MES-PROVISIONADO.
           MOVE PROV-DECIMO-PROVISIONADO TO VALOR-EXIBIDO.
           DISPLAY "   13O    PROVISIONADO: " VALOR-EXIBIDO.
           MOVE PROV-DECIMO-BAIXADO TO VALOR-EXIBIDO.
           DISPLAY "          BAIXADO:      " VALOR-EXIBIDO
               "  (PAGAMENTOS ATE " PROV-DECIMO-BAIXADO-ATE ")".
           MOVE SALDO-DECIMO TO VALOR-EXIBIDO.
           DISPLAY "          SALDO:        " VALOR-EXIBIDO.
           MOVE PROV-FERIAS-PROVISIONADO TO VALOR-EXIBIDO.
           DISPLAY "   FERIAS PROVISIONADO: " VALOR-EXIBIDO.
           MOVE PROV-FERIAS-BAIXADO TO VALOR-EXIBIDO.
           DISPLAY "          BAIXADO:      " VALOR-EXIBIDO
               "  (PAGAMENTOS ATE " PROV-FERIAS-BAIXADO-ATE ")".
           MOVE SALDO-FERIAS TO VALOR-EXIBIDO.
           DISPLAY "          SALDO:        " VALOR-EXIBIDO.
           MOVE PASSIVO-ESTIMADO TO VALOR-EXIBIDO.
           DISPLAY "          SALDO DE DIAS: " SALDO-ACUMULADO
               "  PASSIVO ESTIMADO: " VALOR-EXIBIDO.
           MOVE DIFERENCA-FERIAS TO DIFERENCA-EXIBIDA.
           DISPLAY "          DIFERENCA (SALDO - ESTIMADO): "
               DIFERENCA-EXIBIDA.

       EXIBE-TOTAIS.
           DISPLAY "=============================================".
           DISPLAY "FUNCIONARIOS COM PROVISAO: " TOTAL-FUNCIONARIOS.
           IF TOTAL-SEM-CADASTRO > 0
               DISPLAY "FORA DO CADASTRO DE FUNCIONARIOS: "
                   TOTAL-SEM-CADASTRO
           END-IF.
           MOVE TOTAL-DECIMO-PROVISIONADO TO TOTAL-EXIBIDO.
           DISPLAY "13O PROVISIONADO:           " TOTAL-EXIBIDO.
           MOVE TOTAL-DECIMO-BAIXADO TO TOTAL-EXIBIDO.
           DISPLAY "13O BAIXADO:                " TOTAL-EXIBIDO.
           COMPUTE TOTAL-DECIMO-PROVISIONADO =
               TOTAL-DECIMO-PROVISIONADO - TOTAL-DECIMO-BAIXADO.
           MOVE TOTAL-DECIMO-PROVISIONADO TO TOTAL-EXIBIDO.
           DISPLAY "SALDO DE PROV13:            " TOTAL-EXIBIDO.
           MOVE TOTAL-FERIAS-PROVISIONADO TO TOTAL-EXIBIDO.
           DISPLAY "FERIAS PROVISIONADO:        " TOTAL-EXIBIDO.
           MOVE TOTAL-FERIAS-BAIXADO TO TOTAL-EXIBIDO.
           DISPLAY "FERIAS BAIXADO:             " TOTAL-EXIBIDO.
           COMPUTE TOTAL-FERIAS-PROVISIONADO =
               TOTAL-FERIAS-PROVISIONADO - TOTAL-FERIAS-BAIXADO.
           MOVE TOTAL-FERIAS-PROVISIONADO TO TOTAL-EXIBIDO.
           DISPLAY "SALDO DE PROVFE:            " TOTAL-EXIBIDO.
           MOVE TOTAL-PASSIVO-ESTIMADO TO TOTAL-EXIBIDO.
           DISPLAY "PASSIVO DE FERIAS ESTIMADO: " TOTAL-EXIBIDO.
           MOVE TOTAL-DIFERENCA TO TOTAL-DIFERENCA-EXIBIDA.
           DISPLAY "DIFERENCA DE FERIAS:        "
               TOTAL-DIFERENCA-EXIBIDA.

      *    folha_aprovacao.dat (PENDENTE gravado pelo PROG74,
      *    APROVADA pela conferencia do PROG154): folha sem
      *    aprovacao nao vai mais direto pro banco.
      *    A remessa da folha Mensal passou a depositar tambem a
      *    pensao alimenticia descontada pelo fechamento
      *    (folha_pensoes.dat, do mes da folha aprovada): 1 detalhe
      *    por ordem judicial, com o codigo do funcionario, o nome e
      *    o CPF do beneficiario e o banco, a agencia e a conta da
      *    ordem, que o detalhe ganhou no fim da linha (em branco no
      *    deposito do salario). Beneficiario sem CPF fica fora e
      *    sai apontado como o funcionario.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    O STOP RUN virou GOBACK, pra rodar como passo da cadeia do
      *    fechamento do mes do PROG309.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOLHA.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELPAGPEN.cob".

           SELECT ARQUIVO-REMESSA
           ASSIGN TO "remessa_bancaria.dat"
       FILE SECTION.
           COPY "FDFOLHA.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDPAGPEN.cob".

       FD ARQUIVO-REMESSA.

       01  LINHA-REMESSA.
           05 REMESSA-TIPO-REGISTRO PIC X.
           05 REMESSA-EMPRESA PIC X(20).
           05 REMESSA-DATA PIC 9(8).
           05 REMESSA-CODIGO PIC 9(4).
           05 REMESSA-NOME PIC X(20).
           05 REMESSA-CPF PIC 9(11).
           05 REMESSA-VALOR PIC 9(6)V99.
           05 REMESSA-QTDE PIC 9(6).
           05 REMESSA-TOTAL PIC 9(8)V99.
           05 REMESSA-BANCO PIC 9(3).
           05 REMESSA-AGENCIA PIC 9(4).
           05 REMESSA-CONTA PIC X(12).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  APROVACAO-FILE-STATUS PIC X(2).

       01  APROVACAO-OK-FLAG PIC X VALUE "N".
           88 FOLHA-APROVADA VALUE "S".
           88 FOLHA-NAO-APROVADA VALUE "N".

       01  TIPO-FOLHA-APROVADA PIC X VALUE SPACE.
           88 APROVADA-FOLHA-MENSAL VALUE "M".
       01  MES-FOLHA-APROVADA PIC 9(6) VALUE 0.

       01  TOTAL-NA-REMESSA PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-REMESSA PIC 9(8)V99 VALUE 0.
       01  TOTAL-SEM-CPF PIC 9(6) VALUE 0.
       01  TOTAL-PENSOES-NA-REMESSA PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CONFERE-APROVACAO-DA-FOLHA.
           IF FOLHA-NAO-APROVADA
           PERFORM LER-PROXIMA-LINHA-FOLHA.
           PERFORM AVALIA-LINHA-FOLHA UNTIL FINAL-ARQUIVO = "S".

           IF APROVADA-FOLHA-MENSAL
               PERFORM INCLUI-PENSOES-NA-REMESSA
           END-IF.

           PERFORM GRAVA-RODAPE-REMESSA.

           CLOSE ARQUIVO-FOLHA.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL DE DEPOSITOS NA REMESSA: " TOTAL-NA-REMESSA.
           DISPLAY "VALOR TOTAL DA REMESSA: " TOTAL-VALOR-REMESSA.
           IF TOTAL-PENSOES-NA-REMESSA > 0
               DISPLAY "DEPOSITOS DE PENSAO ALIMENTICIA (INCLUIDOS): "
                   TOTAL-PENSOES-NA-REMESSA
           END-IF.
           IF TOTAL-SEM-CPF > 0
               DISPLAY "FUNCIONARIOS FORA DA REMESSA POR CPF ZERADO: "
                   TOTAL-SEM-CPF
           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-APROVACAO-DA-FOLHA.
      *    So roda com folha_aprovacao.dat em APROVADA; arquivo
                   NOT AT END
                       IF APROVACAO-CONCEDIDA
                           SET FOLHA-APROVADA TO TRUE
                           MOVE APRV-TIPO-FOLHA TO TIPO-FOLHA-APROVADA
                           MOVE APRV-MES-FOLHA TO MES-FOLHA-APROVADA
                           DISPLAY "FOLHA APROVADA POR "
                               APRV-OPERADOR " EM " APRV-DATA
                       END-IF
           END-IF.
           PERFORM LER-PROXIMA-LINHA-FOLHA.

       INCLUI-PENSOES-NA-REMESSA.
      *    So as pensoes do mes da folha Mensal aprovada; linha de
      *    outro mes e de fechamento antigo e fica de fora
           OPEN INPUT ARQUIVO-PAGTO-PENSAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-PENSAO.
           PERFORM AVALIA-LINHA-PENSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGTO-PENSAO.

       LER-PROXIMA-PENSAO.
           READ ARQUIVO-PAGTO-PENSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LINHA-PENSAO.
           IF PAGPEN-MES-FOLHA = MES-FOLHA-APROVADA
               IF PAGPEN-CPF = 0
                   DISPLAY "CODIGO " PAGPEN-FUNCIONARIO " PENSAO DE "
                       PAGPEN-BENEFICIARIO " SEM CPF - FORA DA "
                       "REMESSA"
                   ADD 1 TO TOTAL-SEM-CPF
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM GRAVA-DETALHE-PENSAO
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-PENSAO.

       GRAVA-DETALHE-PENSAO.
           MOVE SPACE TO LINHA-REMESSA.
           MOVE "D" TO REMESSA-TIPO-REGISTRO.
           MOVE PAGPEN-FUNCIONARIO TO REMESSA-CODIGO.
           MOVE PAGPEN-BENEFICIARIO TO REMESSA-NOME.
           MOVE PAGPEN-CPF TO REMESSA-CPF.
           MOVE PAGPEN-VALOR TO REMESSA-VALOR.
           MOVE PAGPEN-BANCO TO REMESSA-BANCO.
           MOVE PAGPEN-AGENCIA TO REMESSA-AGENCIA.
           MOVE PAGPEN-CONTA TO REMESSA-CONTA.
           WRITE LINHA-REMESSA.
           ADD 1 TO TOTAL-NA-REMESSA.
           ADD 1 TO TOTAL-PENSOES-NA-REMESSA.
           ADD PAGPEN-VALOR TO TOTAL-VALOR-REMESSA.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACE TO LINHA-REMESSA.
           MOVE "H" TO REMESSA-TIPO-REGISTRO.

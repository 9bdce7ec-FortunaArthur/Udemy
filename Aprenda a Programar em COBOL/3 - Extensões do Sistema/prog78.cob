      *    sai sozinho do extrato do PROG59 (que so leva ATIVO) e da
      *    planilha do PROG50 (que pula DESLIGADO) ja na proxima
      *    rodada.
      *
      *    HISTORICO DE ALTERACOES
      *    O desligamento passou a apontar o que o funcionario
      *    ainda deve: o saldo dos emprestimos consignados em aberto
      *    (emprestimos.dat, que ficam marcados como Pendentes na
      *    rescisao e saem do desconto da folha) e o adiantamento
      *    quinzenal pago no mes, que o fechamento nao vai mais
      *    descontar. O total sai no console e em
      *    DESLIG-SALDO-DEVEDOR, pro contador abater no acerto.
      *    O SELECT e o layout de desligamentos.dat sairam daqui pros
      *    copybooks SELDESLIG/FDDESLIG, que o relatorio de
      *    movimentacao do quadro (PROG222) tambem le.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELEMPREST.cob".
           COPY "SELADIANT.cob".

           COPY "SELDESLIG.cob".

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEMPREST.cob".
           COPY "FDADIANT.cob".

           COPY "FDDESLIG.cob".

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  EMPRESTIMO-FILE-STATUS PIC X(2).
       01  ADIANTAMENTO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  CODIGO-INFORMADO PIC 9(4).
       01  MOTIVO-INFORMADO PIC X(20).
       01  ESTIMATIVA-RESCISAO PIC 9(6)V99.

      *    O que o funcionario ainda deve na data do desligamento
       01  SALDO-DEVEDOR PIC 9(6)V99.
       01  SALDO-DO-EMPRESTIMO PIC 9(6)V99.
       01  FIM-EMPRESTIMOS PIC X.
       01  MARCA-EMPRESTIMOS-FLAG PIC X.
           88 MARCA-EMPRESTIMOS VALUE "S".
           88 SO-SOMA-EMPRESTIMOS VALUE "N".
       01  TOTAL-DESLIGADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".

           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-DESLIGAMENTOS.
           OPEN I-O ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-ADIANTAMENTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM PROCESSA-DESLIGAMENTO UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DESLIGAMENTOS.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-ADIANTAMENTO.

       PROGRAM-DONE.
           GOBACK.
               DISPLAY "Informe o Motivo do Desligamento:"
               ACCEPT MOTIVO-INFORMADO
               PERFORM CALCULA-ESTIMATIVA-RESCISAO
               PERFORM APURA-SALDO-DEVEDOR
               PERFORM GRAVA-DESLIGAMENTO
           END-IF.

               + FUNCIONARIO-SALARIO / 3.
           DISPLAY "ESTIMATIVA DE RESCISAO: " ESTIMATIVA-RESCISAO.

       APURA-SALDO-DEVEDOR.
      *    Emprestimos em aberto mais o adiantamento pago no mes
           MOVE ZEROS TO SALDO-DEVEDOR.
           SET SO-SOMA-EMPRESTIMOS TO TRUE.
           PERFORM VARRE-EMPRESTIMOS.
           MOVE FUNCIONARIO-CODIGO TO ADIANT-FUNCIONARIO.
           READ ARQUIVO-ADIANTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADIANT-ULTIMO-MES-PAGO = DATA-EXECUCAO-AAMM
                       DISPLAY "ADIANTAMENTO DO MES EM ABERTO: "
                           ADIANT-VALOR-PAGO
                       ADD ADIANT-VALOR-PAGO TO SALDO-DEVEDOR
                   END-IF
           END-READ.
           IF SALDO-DEVEDOR > 0
               DISPLAY "*** SALDO DEVEDOR A ACERTAR NA RESCISAO: "
                   SALDO-DEVEDOR " ***"
           END-IF.

       VARRE-EMPRESTIMOS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE FUNCIONARIO-CODIGO TO EMPREST-FUNCIONARIO.
           MOVE ZEROS TO EMPREST-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMPREST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-START.
           PERFORM AVALIA-EMPRESTIMO UNTIL FIM-EMPRESTIMOS = "S".

       AVALIA-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-READ.
           IF FIM-EMPRESTIMOS = "N"
               IF EMPREST-FUNCIONARIO = FUNCIONARIO-CODIGO
                   IF EMPRESTIMO-ABERTO
                       PERFORM TRATA-EMPRESTIMO-EM-ABERTO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-EMPRESTIMOS
               END-IF
           END-IF.

       TRATA-EMPRESTIMO-EM-ABERTO.
      *    Na primeira passada so soma; depois do desligamento
      *    gravado, marca o emprestimo como Pendente na rescisao
           IF SO-SOMA-EMPRESTIMOS
               COMPUTE SALDO-DO-EMPRESTIMO = EMPREST-VALOR-PRINCIPAL
                   - EMPREST-VALOR-DESCONTADO
               DISPLAY "EMPRESTIMO " EMPREST-SEQUENCIA " DE "
                   EMPREST-DATA-CONCESSAO " - PARCELAS PAGAS "
                   EMPREST-PARCELAS-PAGAS "/" EMPREST-QTDE-PARCELAS
                   " - SALDO " SALDO-DO-EMPRESTIMO
               ADD SALDO-DO-EMPRESTIMO TO SALDO-DEVEDOR
           ELSE
               SET EMPRESTIMO-PENDENTE-RESCISAO TO TRUE
               REWRITE EMPREST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR O EMPRESTIMO "
                           EMPREST-SEQUENCIA
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-REWRITE
           END-IF.

       GRAVA-DESLIGAMENTO.
           MOVE FUNCIONARIO-CODIGO TO DESLIG-CODIGO.
           MOVE FUNCIONARIO-NOME TO DESLIG-NOME.
           MOVE DATA-EXECUCAO TO DESLIG-DATA.
           MOVE MOTIVO-INFORMADO TO DESLIG-MOTIVO.
           MOVE ESTIMATIVA-RESCISAO TO DESLIG-ESTIMATIVA-RESCISAO.
           MOVE SALDO-DEVEDOR TO DESLIG-SALDO-DEVEDOR.
           WRITE LINHA-DESLIGAMENTO.

           SET FUNCIONARIO-DESLIGADO TO TRUE.
                   ADD 1 TO TOTAL-DESLIGADOS
                   DISPLAY "FUNCIONARIO " FUNCIONARIO-NOME
                       " DESLIGADO EM " DATA-EXECUCAO
                   SET MARCA-EMPRESTIMOS TO TRUE
                   PERFORM VARRE-EMPRESTIMOS
           END-REWRITE.

       GRAVA-STATUS-EXECUCAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG218.
      *    Programa da Rodada do Adiantamento Quinzenal
      *    Paga no meio do mes o adiantamento dos funcionarios
      *    inscritos em adiantamentos.dat (PROG217): o percentual fixo
      *    PERCENTUAL-ADIANTAMENTO (40%) do FUNCIONARIO-SALARIO, so
      *    pra quem esta Ativo. O valor e o mes pago ficam gravados
      *    na inscricao e o fechamento do PROG74 do mesmo mes
      *    desconta do liquido. A remessa vai pra
      *    remessa_adiantamento.dat no mesmo layout do banco da
      *    remessa de salarios do PROG76 (cabecalho, 1 detalhe por
      *    funcionario e rodape); CPF zerado fica fora da remessa e
      *    sai apontado no console, sem gravar o adiantamento.
      *    Rodar de novo no mesmo mes nao paga 2 vezes: quem ja tem
      *    o adiantamento do mes entra na remessa com o mesmo valor.
      *    Com a folha Mensal do mes ja aprovada a rodada e recusada,
      *    ja que o desconto nao entraria mais no fechamento.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELADIANT.cob".
           COPY "SELAPROVACAO.cob".

           SELECT ARQUIVO-REMESSA
           ASSIGN TO "remessa_adiantamento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDADIANT.cob".
           COPY "FDAPROVACAO.cob".

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

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  ADIANTAMENTO-FILE-STATUS PIC X(2).
       01  APROVACAO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  PERCENTUAL-ADIANTAMENTO PIC 9V99 VALUE 0.40.

       01  MES-DO-ADIANTAMENTO PIC 9(6).
       01  VALOR-DO-ADIANTAMENTO PIC 9(6)V99.

       01  FOLHA-DO-MES-FLAG PIC X VALUE "N".
           88 FOLHA-DO-MES-APROVADA VALUE "S".
           88 FOLHA-DO-MES-EM-ABERTO VALUE "N".

       01  TOTAL-NA-REMESSA PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-REMESSA PIC 9(8)V99 VALUE 0.
       01  TOTAL-SEM-CPF PIC 9(6) VALUE 0.
       01  TOTAL-NAO-ATIVOS PIC 9(6) VALUE 0.
       01  TOTAL-JA-PAGOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO MES-DO-ADIANTAMENTO.
           DISPLAY "INFORME O MES DO ADIANTAMENTO (AAAAMM, ENTER PARA "
               "O MES CORRENTE):".
           ACCEPT MES-DO-ADIANTAMENTO.
           IF MES-DO-ADIANTAMENTO = 0
               MOVE DATA-EXECUCAO-AAMM TO MES-DO-ADIANTAMENTO
           END-IF.

           PERFORM CONFERE-FOLHA-DO-MES.
           IF FOLHA-DO-MES-APROVADA
               DISPLAY "FOLHA MENSAL " MES-DO-ADIANTAMENTO
                   " JA APROVADA - ADIANTAMENTO NAO PAGO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           OPEN OUTPUT ARQUIVO-REMESSA.

           PERFORM GRAVA-CABECALHO-REMESSA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-INSCRICAO.
           PERFORM AVALIA-INSCRICAO UNTIL FINAL-ARQUIVO = "S".

           PERFORM GRAVA-RODAPE-REMESSA.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           CLOSE ARQUIVO-REMESSA.

           DISPLAY "---------------------------------------------".
           DISPLAY "ADIANTAMENTOS NA REMESSA: " TOTAL-NA-REMESSA.
           DISPLAY "VALOR TOTAL DA REMESSA: " TOTAL-VALOR-REMESSA.
           IF TOTAL-JA-PAGOS > 0
               DISPLAY "JA PAGOS NESTE MES (REPETIDOS NA REMESSA): "
                   TOTAL-JA-PAGOS
           END-IF.
           IF TOTAL-NAO-ATIVOS > 0
               DISPLAY "INSCRITOS FORA POR NAO ESTAREM ATIVOS: "
                   TOTAL-NAO-ATIVOS
           END-IF.
           IF TOTAL-SEM-CPF > 0
               DISPLAY "FUNCIONARIOS FORA DA REMESSA POR CPF ZERADO: "
                   TOTAL-SEM-CPF
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CONFERE-FOLHA-DO-MES.
      *    folha_aprovacao.dat com a folha Mensal do mes APROVADA
      *    barra a rodada; PENDENTE so avisa, ja que o fechamento do
      *    PROG74 rodado de novo passa a descontar o adiantamento
           SET FOLHA-DO-MES-EM-ABERTO TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRV-FOLHA-MENSAL
                           AND APRV-MES-FOLHA = MES-DO-ADIANTAMENTO
                           IF APROVACAO-CONCEDIDA
                               SET FOLHA-DO-MES-APROVADA TO TRUE
                           ELSE
                               DISPLAY "FOLHA MENSAL "
                                   MES-DO-ADIANTAMENTO " JA FECHADA "
                                   "E PENDENTE - RODAR O PROG74 DE "
                                   "NOVO PRA DESCONTAR"
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       LER-PROXIMA-INSCRICAO.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-INSCRICAO.
           IF ADIANTAMENTO-INSCRITO
               MOVE ADIANT-FUNCIONARIO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "CODIGO " ADIANT-FUNCIONARIO
                           " INSCRITO E FORA DO CADASTRO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM AVALIA-FUNCIONARIO-INSCRITO
               END-READ
           END-IF.
           PERFORM LER-PROXIMA-INSCRICAO.

       AVALIA-FUNCIONARIO-INSCRITO.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                   FUNCIONARIO-NOME " NAO ESTA ATIVO - FORA DO "
                   "ADIANTAMENTO"
               ADD 1 TO TOTAL-NAO-ATIVOS
           ELSE
               IF FUNCIONARIO-CPF = 0
                   DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                       FUNCIONARIO-NOME " SEM CPF - FORA DA REMESSA"
                   ADD 1 TO TOTAL-SEM-CPF
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM PAGA-ADIANTAMENTO
               END-IF
           END-IF.

       PAGA-ADIANTAMENTO.
      *    Quem ja recebeu no mes entra na remessa com o valor ja
      *    gravado, sem recalcular
           IF ADIANT-ULTIMO-MES-PAGO = MES-DO-ADIANTAMENTO
               MOVE ADIANT-VALOR-PAGO TO VALOR-DO-ADIANTAMENTO
               ADD 1 TO TOTAL-JA-PAGOS
               PERFORM GRAVA-DETALHE-REMESSA
           ELSE
               COMPUTE VALOR-DO-ADIANTAMENTO ROUNDED =
                   FUNCIONARIO-SALARIO * PERCENTUAL-ADIANTAMENTO
               MOVE MES-DO-ADIANTAMENTO TO ADIANT-ULTIMO-MES-PAGO
               MOVE VALOR-DO-ADIANTAMENTO TO ADIANT-VALOR-PAGO
               REWRITE ADIANT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O ADIANTAMENTO DE "
                           ADIANT-FUNCIONARIO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM GRAVA-DETALHE-REMESSA
               END-REWRITE
           END-IF.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACE TO LINHA-REMESSA.
           MOVE "H" TO REMESSA-TIPO-REGISTRO.
           MOVE "COMERCIAL ALFA LTDA" TO REMESSA-EMPRESA.
           MOVE DATA-EXECUCAO TO REMESSA-DATA.
           WRITE LINHA-REMESSA.

       GRAVA-DETALHE-REMESSA.
           MOVE SPACE TO LINHA-REMESSA.
           MOVE "D" TO REMESSA-TIPO-REGISTRO.
           MOVE FUNCIONARIO-CODIGO TO REMESSA-CODIGO.
           MOVE FUNCIONARIO-NOME TO REMESSA-NOME.
           MOVE FUNCIONARIO-CPF TO REMESSA-CPF.
           MOVE VALOR-DO-ADIANTAMENTO TO REMESSA-VALOR.
           WRITE LINHA-REMESSA.
           ADD 1 TO TOTAL-NA-REMESSA.
           ADD VALOR-DO-ADIANTAMENTO TO TOTAL-VALOR-REMESSA.

       GRAVA-RODAPE-REMESSA.
           MOVE SPACE TO LINHA-REMESSA.
           MOVE "T" TO REMESSA-TIPO-REGISTRO.
           MOVE TOTAL-NA-REMESSA TO REMESSA-QTDE.
           MOVE TOTAL-VALOR-REMESSA TO REMESSA-TOTAL.
           WRITE LINHA-REMESSA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de adiantamentos na remessa desta rodada
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ADIANT" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-NA-REMESSA TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

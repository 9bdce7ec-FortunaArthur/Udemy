       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG216.
      *    Programa do Reajuste Coletivo (Dissidio) com Retroativo
      *    O reajuste do acordo coletivo era digitado salario a
      *    salario na alteracao do PROG37 e o retroativo saia na
      *    calculadora. Esta rodada aplica o percentual informado ao
      *    FUNCIONARIO-SALARIO de cada funcionario Ativo ou Afastado
      *    da abrangencia escolhida (todos, 1 departamento ou 1
      *    filial), com teto opcional de aumento em valor, e grava
      *    cada mudanca em hist_salarios.dat (operador DISSIDIO, a
      *    aparecer no relatorio do PROG111).
      *    Pra cada mes de folha Mensal ja fechada e aprovada no
      *    historico_folha.dat desde o mes da data-base ate antes do
      *    mes da folha que paga, a diferenca e o percentual sobre o
      *    salario pago no mes (bruto menos comissao e menos
      *    retroativo de reajuste anterior - as horas extras entram,
      *    ja que saem do salario), limitada ao teto. A soma vai pra
      *    folha_retroativos.dat com o mes da folha que paga, e o
      *    fechamento do PROG74 daquele mes paga como provento
      *    itemizado. Funcionario que ja tem linha de retroativo
      *    pela mesma data-base nao e reajustado de novo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELHISTFOLHA.cob".
           COPY "SELRETRO.cob".

           SELECT OPTIONAL ARQUIVO-HIST-SALARIOS
           ASSIGN TO "hist_salarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDHISTFOLHA.cob".
           COPY "FDRETRO.cob".

       FD ARQUIVO-HIST-SALARIOS.

       01  LINHA-HIST-SALARIO.
           05 HSAL-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-SALARIO-ANTERIOR PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-SALARIO-NOVO PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-APROVADOR PIC X(10).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-VARREDURA PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  PERCENTUAL-INFORMADO PIC 99V99.
       01  TETO-INFORMADO PIC 9(4)V99.

       01  ABRANGENCIA-INFORMADA PIC X.
           88 ABRANGE-TODOS VALUE "T".
           88 ABRANGE-DEPARTAMENTO VALUE "D".
           88 ABRANGE-FILIAL VALUE "F".
           88 ABRANGENCIA-VALIDA VALUE "T" "D" "F".
       01  CODIGO-DA-ABRANGENCIA PIC X(4).

       01  MES-BASE-INFORMADO PIC 9(6).
       01  MES-DO-PAGAMENTO PIC 9(6).

       01  ABRANGENCIA-FLAG PIC X.
           88 FUNCIONARIO-NA-ABRANGENCIA VALUE "S".
           88 FUNCIONARIO-FORA-DA-ABRANGENCIA VALUE "N".

      *    Funcionarios que ja tem retroativo pela mesma data-base,
      *    carregados de folha_retroativos.dat
       01  QTDE-REAJUSTADOS PIC 9(3) VALUE 0.
       01  INDICE-REAJUSTADO PIC 9(3).
       01  REAJUSTADO-ACHADO PIC 9(3).

       01  TABELA-REAJUSTADOS.
           05 REAJUSTADO-TAB-CODIGO PIC 9(4) OCCURS 200 TIMES.

       01  SALARIO-ANTERIOR PIC 9(4)V99.
       01  AUMENTO-DO-SALARIO PIC 9(5)V99.
       01  NOVO-SALARIO PIC 9(5)V99.
       01  SALARIO-PAGO-NO-MES PIC 9(7)V99.
       01  DIFERENCA-DO-MES PIC 9(6)V99.
       01  VALOR-DO-RETROATIVO PIC 9(6)V99.
       01  MESES-DO-RETROATIVO PIC 9(2).

       01  TOTAL-REAJUSTADOS PIC 9(6) VALUE 0.
       01  TOTAL-JA-REAJUSTADOS PIC 9(6) VALUE 0.
       01  TOTAL-AUMENTO-MENSAL PIC 9(8)V99 VALUE 0.
       01  TOTAL-RETROATIVO PIC 9(8)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O PERCENTUAL DO REAJUSTE (EX: 0650 = "
               "6,50%):".
           ACCEPT PERCENTUAL-INFORMADO.
           DISPLAY "INFORME O TETO DO AUMENTO EM VALOR (0 = SEM "
               "TETO):".
           ACCEPT TETO-INFORMADO.
           DISPLAY "ABRANGENCIA - (T)ODOS, (D)EPARTAMENTO OU "
               "(F)ILIAL:".
           ACCEPT ABRANGENCIA-INFORMADA.
           MOVE SPACES TO CODIGO-DA-ABRANGENCIA.
           IF ABRANGE-DEPARTAMENTO
               DISPLAY "INFORME O CODIGO DO DEPARTAMENTO:"
               ACCEPT CODIGO-DA-ABRANGENCIA
           END-IF.
           IF ABRANGE-FILIAL
               DISPLAY "INFORME O CODIGO DA FILIAL:"
               ACCEPT CODIGO-DA-ABRANGENCIA
           END-IF.
           DISPLAY "INFORME O MES DA DATA-BASE DO REAJUSTE (AAAAMM):".
           ACCEPT MES-BASE-INFORMADO.
           MOVE ZEROS TO MES-DO-PAGAMENTO.
           DISPLAY "INFORME O MES DA FOLHA QUE PAGA O RETROATIVO "
               "(AAAAMM, ENTER PARA O MES CORRENTE):".
           ACCEPT MES-DO-PAGAMENTO.
           IF MES-DO-PAGAMENTO = 0
               MOVE DATA-EXECUCAO-AAMM TO MES-DO-PAGAMENTO
           END-IF.

           IF PERCENTUAL-INFORMADO = 0
               OR NOT ABRANGENCIA-VALIDA
               OR (NOT ABRANGE-TODOS AND CODIGO-DA-ABRANGENCIA = SPACES)
               OR MES-BASE-INFORMADO = 0
               OR MES-BASE-INFORMADO > MES-DO-PAGAMENTO
               DISPLAY "PARAMETROS INVALIDOS - REAJUSTE NAO FEITO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-REAJUSTES-DA-DATA-BASE.
           IF QTDE-REAJUSTADOS > 200
               DISPLAY "MAIS DE 200 REAJUSTES PELA DATA-BASE "
                   MES-BASE-INFORMADO " - RODADA RECUSADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.
           OPEN EXTEND ARQUIVO-HIST-SALARIOS.
           OPEN EXTEND ARQUIVO-RETROATIVO.

           DISPLAY "REAJUSTE COLETIVO DE " PERCENTUAL-INFORMADO
               "% - DATA-BASE " MES-BASE-INFORMADO
               " - RETROATIVO NA FOLHA " MES-DO-PAGAMENTO.
           DISPLAY "---------------------------------------------".
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM AVALIA-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-HISTORICO-FOLHA.
           CLOSE ARQUIVO-HIST-SALARIOS.
           CLOSE ARQUIVO-RETROATIVO.

           DISPLAY "---------------------------------------------".
           DISPLAY "FUNCIONARIOS REAJUSTADOS: " TOTAL-REAJUSTADOS.
           DISPLAY "JA REAJUSTADOS PELA MESMA DATA-BASE: "
               TOTAL-JA-REAJUSTADOS.
           DISPLAY "AUMENTO NA FOLHA MENSAL: " TOTAL-AUMENTO-MENSAL.
           DISPLAY "RETROATIVO A PAGAR NA FOLHA " MES-DO-PAGAMENTO
               ": " TOTAL-RETROATIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-REAJUSTES-DA-DATA-BASE.
      *    Quem ja tem linha de retroativo pela data-base informada
      *    ja foi reajustado; a contagem passa de 200 quando a
      *    tabela nao comporta e a rodada e recusada
           OPEN INPUT ARQUIVO-RETROATIVO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-RETROATIVO.
           PERFORM GUARDA-REAJUSTADO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-RETROATIVO.

       LER-PROXIMO-RETROATIVO.
           READ ARQUIVO-RETROATIVO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-REAJUSTADO.
           IF RETRO-MES-BASE = MES-BASE-INFORMADO
               ADD 1 TO QTDE-REAJUSTADOS
               IF QTDE-REAJUSTADOS NOT > 200
                   MOVE RETRO-FUNCIONARIO
                       TO REAJUSTADO-TAB-CODIGO(QTDE-REAJUSTADOS)
               ELSE
                   MOVE "S" TO FINAL-ARQUIVO
               END-IF
           END-IF.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-RETROATIVO
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO OR FUNCIONARIO-AFASTADO
               PERFORM VERIFICA-ABRANGENCIA
               IF FUNCIONARIO-NA-ABRANGENCIA
                   PERFORM LOCALIZA-REAJUSTADO
                   IF REAJUSTADO-ACHADO > 0
                       ADD 1 TO TOTAL-JA-REAJUSTADOS
                       DISPLAY "CODIGO " FUNCIONARIO-CODIGO
                           " JA REAJUSTADO PELA DATA-BASE "
                           MES-BASE-INFORMADO
                   ELSE
                       PERFORM REAJUSTA-FUNCIONARIO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       VERIFICA-ABRANGENCIA.
           SET FUNCIONARIO-NA-ABRANGENCIA TO TRUE.
           IF ABRANGE-DEPARTAMENTO
               IF FUNCIONARIO-DEPARTAMENTO(1:4)
                   NOT = CODIGO-DA-ABRANGENCIA
                   SET FUNCIONARIO-FORA-DA-ABRANGENCIA TO TRUE
               END-IF
           END-IF.
           IF ABRANGE-FILIAL
               MOVE FUNCIONARIO-DEPARTAMENTO(1:4)
                   TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO
                   INVALID KEY
                       SET FUNCIONARIO-FORA-DA-ABRANGENCIA TO TRUE
                   NOT INVALID KEY
                       IF DEPARTAMENTO-FILIAL
                           NOT = CODIGO-DA-ABRANGENCIA
                           SET FUNCIONARIO-FORA-DA-ABRANGENCIA
                               TO TRUE
                       END-IF
               END-READ
           END-IF.

       LOCALIZA-REAJUSTADO.
           MOVE 0 TO REAJUSTADO-ACHADO.
           PERFORM COMPARA-REAJUSTADO
               VARYING INDICE-REAJUSTADO FROM 1 BY 1
               UNTIL INDICE-REAJUSTADO > QTDE-REAJUSTADOS
                  OR REAJUSTADO-ACHADO > 0.

       COMPARA-REAJUSTADO.
           IF REAJUSTADO-TAB-CODIGO(INDICE-REAJUSTADO)
               = FUNCIONARIO-CODIGO
               MOVE INDICE-REAJUSTADO TO REAJUSTADO-ACHADO
           END-IF.

       REAJUSTA-FUNCIONARIO.
           MOVE FUNCIONARIO-SALARIO TO SALARIO-ANTERIOR.
           COMPUTE AUMENTO-DO-SALARIO ROUNDED =
               SALARIO-ANTERIOR * PERCENTUAL-INFORMADO / 100.
           IF TETO-INFORMADO > 0
               AND AUMENTO-DO-SALARIO > TETO-INFORMADO
               MOVE TETO-INFORMADO TO AUMENTO-DO-SALARIO
           END-IF.
           COMPUTE NOVO-SALARIO = SALARIO-ANTERIOR
               + AUMENTO-DO-SALARIO.
           IF NOVO-SALARIO > 9999.99
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " - SALARIO "
                   "REAJUSTADO " NOVO-SALARIO " NAO CABE NO "
                   "CADASTRO - NAO REAJUSTADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               MOVE NOVO-SALARIO TO FUNCIONARIO-SALARIO
               REWRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CODIGO "
                           FUNCIONARIO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM GRAVA-HIST-SALARIO
                       PERFORM APURA-RETROATIVO
                       PERFORM GRAVA-LINHA-RETROATIVO
               END-REWRITE
           END-IF.

       GRAVA-HIST-SALARIO.
      *    A mesma linha da alteracao do PROG37, com o reajuste
      *    coletivo no lugar do operador e sem aprovador
           MOVE DATA-EXECUCAO TO HSAL-DATA.
           ACCEPT HSAL-HORA FROM TIME.
           MOVE FUNCIONARIO-CODIGO TO HSAL-CODIGO.
           MOVE SALARIO-ANTERIOR TO HSAL-SALARIO-ANTERIOR.
           MOVE FUNCIONARIO-SALARIO TO HSAL-SALARIO-NOVO.
           MOVE "DISSIDIO" TO HSAL-OPERADOR.
           MOVE SPACES TO HSAL-APROVADOR.
           WRITE LINHA-HIST-SALARIO.

       APURA-RETROATIVO.
      *    Folhas Mensais do funcionario no historico, da data-base
      *    ate antes do mes da folha que paga
           MOVE ZEROS TO VALOR-DO-RETROATIVO.
           MOVE 0 TO MESES-DO-RETROATIVO.
           MOVE "N" TO FIM-VARREDURA.
           MOVE FUNCIONARIO-CODIGO TO HISTFOL-CODIGO.
           MOVE MES-BASE-INFORMADO TO HISTFOL-AAMM.
           MOVE LOW-VALUES TO HISTFOL-TIPO.
           START ARQUIVO-HISTORICO-FOLHA
               KEY IS NOT LESS THAN HISTFOL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-VARREDURA
           END-START.
           PERFORM SOMA-DIFERENCA-DO-MES UNTIL FIM-VARREDURA = "S".

       SOMA-DIFERENCA-DO-MES.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF FIM-VARREDURA = "N"
               IF HISTFOL-CODIGO = FUNCIONARIO-CODIGO
                   AND HISTFOL-AAMM < MES-DO-PAGAMENTO
                   IF HISTFOL-MENSAL
                       PERFORM CALCULA-DIFERENCA-DO-MES
                   END-IF
               ELSE
                   MOVE "S" TO FIM-VARREDURA
               END-IF
           END-IF.

       CALCULA-DIFERENCA-DO-MES.
           COMPUTE SALARIO-PAGO-NO-MES = HISTFOL-SALARIO-BRUTO
               - HISTFOL-COMISSAO - HISTFOL-RETROATIVO.
           COMPUTE DIFERENCA-DO-MES ROUNDED =
               SALARIO-PAGO-NO-MES * PERCENTUAL-INFORMADO / 100.
           IF TETO-INFORMADO > 0
               AND DIFERENCA-DO-MES > TETO-INFORMADO
               MOVE TETO-INFORMADO TO DIFERENCA-DO-MES
           END-IF.
           ADD DIFERENCA-DO-MES TO VALOR-DO-RETROATIVO.
           ADD 1 TO MESES-DO-RETROATIVO.

       GRAVA-LINHA-RETROATIVO.
      *    A linha sai mesmo sem mes fechado: e ela que marca o
      *    funcionario como reajustado pela data-base
           MOVE SPACE TO LINHA-RETROATIVO.
           MOVE MES-DO-PAGAMENTO TO RETRO-AAMM.
           MOVE FUNCIONARIO-CODIGO TO RETRO-FUNCIONARIO.
           MOVE MES-BASE-INFORMADO TO RETRO-MES-BASE.
           MOVE PERCENTUAL-INFORMADO TO RETRO-PERCENTUAL.
           MOVE MESES-DO-RETROATIVO TO RETRO-QTDE-MESES.
           MOVE VALOR-DO-RETROATIVO TO RETRO-VALOR.
           WRITE LINHA-RETROATIVO.

           ADD 1 TO TOTAL-REAJUSTADOS.
           ADD AUMENTO-DO-SALARIO TO TOTAL-AUMENTO-MENSAL.
           ADD VALOR-DO-RETROATIVO TO TOTAL-RETROATIVO.
           DISPLAY FUNCIONARIO-CODIGO " " FUNCIONARIO-NOME " DE "
               SALARIO-ANTERIOR " PARA " FUNCIONARIO-SALARIO
               " - RETROATIVO DE " MESES-DO-RETROATIVO " MES(ES): "
               VALOR-DO-RETROATIVO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de funcionarios reajustados; a linha sai sob
      *    a sigla DISSID (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "DISSID" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-REAJUSTADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

      *    fazendo as vezes de alcada de aprovacao nesta casa)
      *    confirma - e so entao folha_aprovacao.dat vira APROVADA,
      *    que e o que a remessa do PROG76 exige pra rodar.
      *
      *    HISTORICO DE ALTERACOES
      *    A aprovacao passou a anexar a folha aprovada ao historico
      *    permanente historico_folha.dat (funcionario + mes + tipo
      *    da folha, lidos da linha de aprovacao que o fechamento
      *    deixou PENDENTE): folha_liquida.dat e regravada todo
      *    fechamento e o que cada um ganhou e teve retido no ano
      *    se perdia. A linha aprovada fica marcada com o historico
      *    gravado, e aprovar de novo a mesma folha nao soma 2
      *    vezes; folha Mensal refeita no mesmo mes substitui a do
      *    historico. Linha de aprovacao do layout antigo, sem tipo,
      *    vale como folha Mensal do mes corrente.
      *    O historico passou a guardar tambem o retroativo de
      *    reajuste coletivo pago na folha (HISTFOL-RETROATIVO).
      *    E tambem o adiantamento quinzenal e a parcela de
      *    emprestimo descontados no mes.
      *    E a pensao alimenticia das ordens judiciais
      *    (HISTFOL-PENSAO).
      *    E a parte do funcionario nos vales-transporte e refeicao
      *    (HISTFOL-VALE-TRANSPORTE e HISTFOL-VALE-REFEICAO).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    A linha APROVADA repete o operador que fechou a folha
      *    (APRV-OPERADOR-FECHAMENTO, da linha PENDENTE) e leva a
      *    hora da aprovacao, pra conferencia de segregacao de
      *    funcoes do PROG316 casar quem fechou com quem aprovou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOLHA.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELHISTFOLHA.cob".

           SELECT ARQUIVO-FOLHA-ANTERIOR
           ASSIGN TO "folha_liquida_anterior.dat"
       FILE SECTION.
           COPY "FDFOLHA.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDHISTFOLHA.cob".

       FD ARQUIVO-FOLHA-ANTERIOR.

           05 FILLER PIC X(1).
           05 ANT-VALOR-COMISSAO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-VALOR-RETROATIVO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-SALARIO-FAMILIA PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DEDUCAO-DEPENDENTES PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-AJUSTES PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-ADIANTAMENTO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-EMPRESTIMO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-PENSAO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-VALE-TRANSPORTE PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-VALE-REFEICAO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-PREVIDENCIA PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 ANT-DESCONTO-IMPOSTO PIC 9(6)V99.

       01  APROVACAO-FILE-STATUS PIC X(2).
       01  FOLHA-ANTERIOR-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

      *    Folha em aprovacao, como o fechamento deixou na linha
       01  TIPO-DA-FOLHA PIC X.
       01  MES-DA-FOLHA PIC 9(6).
       01  HISTORICO-DA-FOLHA PIC X VALUE "N".
           88 FOLHA-JA-NO-HISTORICO VALUE "S".
       01  OPERADOR-DO-FECHAMENTO PIC X(10) VALUE SPACES.

       01  TOTAL-NO-HISTORICO PIC 9(6) VALUE 0.
       01  OPERADOR-ID PIC X(10).
       01  RESPOSTA-APROVACAO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CARREGA-APROVACAO-ATUAL.
           PERFORM CARREGA-FOLHA-ANTERIOR.

           DISPLAY "CONFERENCIA DA FOLHA NOVA CONTRA A ANTERIOR".
       PROGRAM-DONE.
           GOBACK.

       CARREGA-APROVACAO-ATUAL.
      *    Guarda o tipo e o mes da folha que o fechamento deixou na
      *    linha; sem linha ou no layout antigo, folha Mensal do mes
           MOVE "M" TO TIPO-DA-FOLHA.
           MOVE DATA-EXECUCAO-AAMM TO MES-DA-FOLHA.
           MOVE "N" TO HISTORICO-DA-FOLHA.
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRV-FOLHA-MENSAL OR APRV-FOLHA-DECIMO
                           OR APRV-FOLHA-FERIAS
                           MOVE APRV-TIPO-FOLHA TO TIPO-DA-FOLHA
                           MOVE APRV-MES-FOLHA TO MES-DA-FOLHA
                           MOVE APRV-OPERADOR-FECHAMENTO
                               TO OPERADOR-DO-FECHAMENTO
                           IF APROVACAO-CONCEDIDA
                               AND APRV-HISTORICO-GRAVADO
                               MOVE "S" TO HISTORICO-DA-FOLHA
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       CARREGA-FOLHA-ANTERIOR.
      *    Antes do primeiro fechamento novo nao ha copia anterior:
      *    o OPEN confere o status como o PROG76 faz com a
           END-IF.

       GRAVA-APROVACAO.
           IF FOLHA-JA-NO-HISTORICO
               DISPLAY "FOLHA " TIPO-DA-FOLHA " DE " MES-DA-FOLHA
                   " JA ESTA NO HISTORICO - NAO SOMADA DE NOVO"
           ELSE
               PERFORM ANEXA-FOLHA-AO-HISTORICO
           END-IF.
           OPEN OUTPUT ARQUIVO-APROVACAO-FOLHA.
           MOVE SPACE TO LINHA-APROVACAO-FOLHA.
           SET APROVACAO-CONCEDIDA TO TRUE.
           MOVE DATA-EXECUCAO TO APRV-DATA.
           MOVE OPERADOR-ID TO APRV-OPERADOR.
           MOVE TIPO-DA-FOLHA TO APRV-TIPO-FOLHA.
           MOVE MES-DA-FOLHA TO APRV-MES-FOLHA.
           SET APRV-HISTORICO-GRAVADO TO TRUE.
           MOVE OPERADOR-DO-FECHAMENTO TO APRV-OPERADOR-FECHAMENTO.
           ACCEPT APRV-HORA FROM TIME.
           WRITE LINHA-APROVACAO-FOLHA.
           CLOSE ARQUIVO-APROVACAO-FOLHA.
           DISPLAY "FOLHA APROVADA PRA REMESSA POR " OPERADOR-ID.

       ANEXA-FOLHA-AO-HISTORICO.
           OPEN I-O ARQUIVO-HISTORICO-FOLHA.
           OPEN INPUT ARQUIVO-FOLHA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-LINHA-DA-FOLHA.
           PERFORM GRAVA-LINHA-NO-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FOLHA.
           CLOSE ARQUIVO-HISTORICO-FOLHA.
           DISPLAY "LINHAS ANEXADAS AO HISTORICO DA FOLHA "
               TIPO-DA-FOLHA " DE " MES-DA-FOLHA ": "
               TOTAL-NO-HISTORICO.

       GRAVA-LINHA-NO-HISTORICO.
      *    Folha Mensal refeita e aprovada de novo substitui o mes;
      *    13o e ferias pagos em mais de uma folha no mesmo mes
      *    somam no registro que ja existe
           MOVE FOLHA-CODIGO TO HISTFOL-CODIGO.
           MOVE MES-DA-FOLHA TO HISTFOL-AAMM.
           MOVE TIPO-DA-FOLHA TO HISTFOL-TIPO.
           READ ARQUIVO-HISTORICO-FOLHA
               INVALID KEY
                   PERFORM MONTA-REGISTRO-DO-HISTORICO
                   WRITE HISTFOL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O HISTORICO DE "
                               FOLHA-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-NO-HISTORICO
                   END-WRITE
               NOT INVALID KEY
                   IF HISTFOL-MENSAL
                       PERFORM MONTA-REGISTRO-DO-HISTORICO
                   ELSE
                       PERFORM SOMA-NO-REGISTRO-DO-HISTORICO
                   END-IF
                   REWRITE HISTFOL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O HISTORICO DE "
                               FOLHA-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-NO-HISTORICO
                   END-REWRITE
           END-READ.
           PERFORM LER-LINHA-DA-FOLHA.

       MONTA-REGISTRO-DO-HISTORICO.
           MOVE FOLHA-NOME TO HISTFOL-NOME.
           MOVE FOLHA-CPF TO HISTFOL-CPF.
           MOVE FOLHA-DEPARTAMENTO TO HISTFOL-DEPARTAMENTO.
           MOVE FOLHA-SALARIO-BRUTO TO HISTFOL-SALARIO-BRUTO.
           MOVE FOLHA-VALOR-HORAS-EXTRAS TO HISTFOL-HORAS-EXTRAS.
           MOVE FOLHA-VALOR-COMISSAO TO HISTFOL-COMISSAO.
           MOVE FOLHA-VALOR-RETROATIVO TO HISTFOL-RETROATIVO.
           MOVE FOLHA-SALARIO-FAMILIA TO HISTFOL-SALARIO-FAMILIA.
           MOVE FOLHA-DEDUCAO-DEPENDENTES
               TO HISTFOL-DEDUCAO-DEPENDENTES.
           MOVE FOLHA-DESCONTO-AJUSTES TO HISTFOL-DESCONTO-AJUSTES.
           MOVE FOLHA-DESCONTO-ADIANTAMENTO TO HISTFOL-ADIANTAMENTO.
           MOVE FOLHA-DESCONTO-EMPRESTIMO TO HISTFOL-EMPRESTIMO.
           MOVE FOLHA-DESCONTO-PENSAO TO HISTFOL-PENSAO.
           MOVE FOLHA-DESCONTO-VALE-TRANSPORTE
               TO HISTFOL-VALE-TRANSPORTE.
           MOVE FOLHA-DESCONTO-VALE-REFEICAO TO HISTFOL-VALE-REFEICAO.
           MOVE FOLHA-DESCONTO-PREVIDENCIA TO HISTFOL-PREVIDENCIA.
           MOVE FOLHA-DESCONTO-IMPOSTO TO HISTFOL-IMPOSTO.
           MOVE FOLHA-SALARIO-LIQUIDO TO HISTFOL-LIQUIDO.
           MOVE DATA-EXECUCAO TO HISTFOL-DATA-APROVACAO.
           MOVE OPERADOR-ID TO HISTFOL-OPERADOR.

       SOMA-NO-REGISTRO-DO-HISTORICO.
           ADD FOLHA-SALARIO-BRUTO TO HISTFOL-SALARIO-BRUTO.
           ADD FOLHA-VALOR-HORAS-EXTRAS TO HISTFOL-HORAS-EXTRAS.
           ADD FOLHA-VALOR-COMISSAO TO HISTFOL-COMISSAO.
           ADD FOLHA-VALOR-RETROATIVO TO HISTFOL-RETROATIVO.
           ADD FOLHA-SALARIO-FAMILIA TO HISTFOL-SALARIO-FAMILIA.
           ADD FOLHA-DEDUCAO-DEPENDENTES
               TO HISTFOL-DEDUCAO-DEPENDENTES.
           ADD FOLHA-DESCONTO-AJUSTES TO HISTFOL-DESCONTO-AJUSTES.
           ADD FOLHA-DESCONTO-ADIANTAMENTO TO HISTFOL-ADIANTAMENTO.
           ADD FOLHA-DESCONTO-EMPRESTIMO TO HISTFOL-EMPRESTIMO.
           ADD FOLHA-DESCONTO-PENSAO TO HISTFOL-PENSAO.
           ADD FOLHA-DESCONTO-VALE-TRANSPORTE
               TO HISTFOL-VALE-TRANSPORTE.
           ADD FOLHA-DESCONTO-VALE-REFEICAO TO HISTFOL-VALE-REFEICAO.
           ADD FOLHA-DESCONTO-PREVIDENCIA TO HISTFOL-PREVIDENCIA.
           ADD FOLHA-DESCONTO-IMPOSTO TO HISTFOL-IMPOSTO.
           ADD FOLHA-SALARIO-LIQUIDO TO HISTFOL-LIQUIDO.
           MOVE DATA-EXECUCAO TO HISTFOL-DATA-APROVACAO.
           MOVE OPERADOR-ID TO HISTFOL-OPERADOR.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de apontamentos da conferencia; a linha sai

      *    (FOLHA-DESCONTO-AJUSTES), vindo da rodada de retornos.
      *    Ganhou a linha da comissao do mes (FOLHA-VALOR-COMISSAO),
      *    que a folha recolhe do extrato do PROG71.
      *    Ganhou a linha do retroativo de reajuste coletivo
      *    (FOLHA-VALOR-RETROATIVO), pago no mes pelo fechamento.
      *    Ganhou as linhas do adiantamento quinzenal e da parcela
      *    de emprestimo descontados no mes.
      *    Ganhou a linha da pensao alimenticia das ordens judiciais
      *    (FOLHA-DESCONTO-PENSAO), descontada antes do imposto.
      *    Ganhou as linhas da parte do funcionario no
      *    vale-transporte e no vale-refeicao do mes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-FOLHA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-FOLHA.
               FOLHA-VALOR-HORAS-EXTRAS ")".
           DISPLAY "  (INCLUI COMISSAO:     "
               FOLHA-VALOR-COMISSAO ")".
           DISPLAY "  (INCLUI RETROATIVO:   "
               FOLHA-VALOR-RETROATIVO ")".
           DISPLAY "DESCONTO PREVIDENCIA:   "
               FOLHA-DESCONTO-PREVIDENCIA.
           DISPLAY "PENSAO ALIMENTICIA:     " FOLHA-DESCONTO-PENSAO.
           DISPLAY "DESCONTO IMPOSTO:       " FOLHA-DESCONTO-IMPOSTO.
           DISPLAY "  (DEDUCAO DEPENDENTES: "
               FOLHA-DEDUCAO-DEPENDENTES ")".
           DISPLAY "SALARIO FAMILIA:        " FOLHA-SALARIO-FAMILIA.
           DISPLAY "DESCONTO AFASTAMENTO:   " FOLHA-DESCONTO-AJUSTES.
           DISPLAY "ADIANTAMENTO QUINZENAL: "
               FOLHA-DESCONTO-ADIANTAMENTO.
           DISPLAY "PARCELA DE EMPRESTIMO:  "
               FOLHA-DESCONTO-EMPRESTIMO.
           DISPLAY "VALE-TRANSPORTE:        "
               FOLHA-DESCONTO-VALE-TRANSPORTE.
           DISPLAY "VALE-REFEICAO:          "
               FOLHA-DESCONTO-VALE-REFEICAO.
           DISPLAY "---------------------------------------------".
           DISPLAY "SALARIO LIQUIDO:        " FOLHA-SALARIO-LIQUIDO.
           DISPLAY "=============================================".

      *    FDHISTFOLHA.cob - Layout do Historico da Folha
      *    1 registro por funcionario, mes (AAAAMM) e tipo de folha
      *    (Mensal do PROG74, Decimo terceiro do PROG149, Ferias do
      *    PROG150), anexado pela aprovacao do PROG154 com os valores
      *    da linha de folha_liquida.dat. Folha Mensal refeita e
      *    aprovada de novo substitui o registro do mes; ferias ou
      *    13o pagos em mais de uma folha no mesmo mes somam no
      *    registro que ja existe.
      *    Incluido HISTFOL-RETROATIVO (no fim do registro): o
      *    retroativo de reajuste coletivo pago no mes, ja somado no
      *    bruto. E com ele que o PROG216 separa o salario pago no
      *    mes do retroativo de um reajuste anterior.
      *    Incluidos HISTFOL-ADIANTAMENTO e HISTFOL-EMPRESTIMO (no
      *    fim do registro): o adiantamento quinzenal e a parcela de
      *    emprestimo descontados do liquido no mes.
      *    Incluido HISTFOL-PENSAO (no fim do registro): a pensao
      *    alimenticia das ordens judiciais descontada no mes.
      *    Incluidos HISTFOL-VALE-TRANSPORTE e HISTFOL-VALE-REFEICAO
      *    (no fim do registro): a parte do funcionario nos vales
      *    descontada no mes.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG259.
       FD ARQUIVO-HISTORICO-FOLHA.

       01  HISTFOL-REGISTRO.
           05 HISTFOL-CHAVE.
               10 HISTFOL-CODIGO PIC 9(4).
               10 HISTFOL-AAMM PIC 9(6).
               10 HISTFOL-TIPO PIC X.
                   88 HISTFOL-MENSAL VALUE "M".
                   88 HISTFOL-DECIMO VALUE "D".
                   88 HISTFOL-FERIAS VALUE "F".
           05 HISTFOL-NOME PIC X(20).
           05 HISTFOL-CPF PIC 9(11).
           05 HISTFOL-DEPARTAMENTO PIC X(20).
           05 HISTFOL-SALARIO-BRUTO PIC 9(7)V99.
           05 HISTFOL-HORAS-EXTRAS PIC 9(7)V99.
           05 HISTFOL-COMISSAO PIC 9(7)V99.
           05 HISTFOL-SALARIO-FAMILIA PIC 9(7)V99.
           05 HISTFOL-DEDUCAO-DEPENDENTES PIC 9(7)V99.
           05 HISTFOL-DESCONTO-AJUSTES PIC 9(7)V99.
           05 HISTFOL-PREVIDENCIA PIC 9(7)V99.
           05 HISTFOL-IMPOSTO PIC 9(7)V99.
           05 HISTFOL-LIQUIDO PIC 9(7)V99.
           05 HISTFOL-DATA-APROVACAO PIC 9(8).
           05 HISTFOL-OPERADOR PIC X(10).
           05 HISTFOL-RETROATIVO PIC 9(7)V99.
           05 HISTFOL-ADIANTAMENTO PIC 9(7)V99.
           05 HISTFOL-EMPRESTIMO PIC 9(7)V99.
           05 HISTFOL-PENSAO PIC 9(7)V99.
           05 HISTFOL-VALE-TRANSPORTE PIC 9(7)V99.
           05 HISTFOL-VALE-REFEICAO PIC 9(7)V99.

      *    Incluido FOLHA-DESCONTO-AJUSTES: o desconto proporcional
      *    dos dias de afastamento no mes da volta, vindo de
      *    folha_ajustes.dat (rodada de retornos do PROG151).
      *    Incluido FOLHA-VALOR-RETROATIVO: a diferenca dos meses ja
      *    fechados desde a data-base do reajuste coletivo (PROG216,
      *    via folha_retroativos.dat) entra no bruto do mes de
      *    pagamento e sai itemizada - o retroativo deixou de ser
      *    conta de calculadora.
      *    Incluidos FOLHA-DESCONTO-ADIANTAMENTO (o adiantamento
      *    quinzenal pago no mes pelo PROG218) e
      *    FOLHA-DESCONTO-EMPRESTIMO (a parcela do mes dos
      *    emprestimos consignados de emprestimos.dat): descontados
      *    do liquido, fora da base dos encargos e do imposto.
      *    Incluido FOLHA-DESCONTO-PENSAO: a pensao alimenticia das
      *    ordens judiciais de pensoes.dat (PROG219), abatida da
      *    base do imposto e descontada do liquido; o deposito na
      *    conta do beneficiario sai na remessa do PROG76.
      *    Incluidos FOLHA-DESCONTO-VALE-TRANSPORTE e
      *    FOLHA-DESCONTO-VALE-REFEICAO: a parte do funcionario nos
      *    vales pedidos no mes pelo PROG224 (transporte ate 6% do
      *    salario, refeicao 20% do valor), descontada do liquido.
      *    Arquivo folha_liquida.dat gravado no layout antigo
      *    precisa ser regerado pelo fechamento antes dos leitores
      *    abrirem o arquivo.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-VALOR-COMISSAO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-VALOR-RETROATIVO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-SALARIO-FAMILIA PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DEDUCAO-DEPENDENTES PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-AJUSTES PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-ADIANTAMENTO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-EMPRESTIMO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-PENSAO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-VALE-TRANSPORTE PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-VALE-REFEICAO PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-PREVIDENCIA PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FOLHA-DESCONTO-IMPOSTO PIC 9(6)V99.

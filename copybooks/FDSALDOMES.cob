      *    FDSALDOMES.cob - Layout do Saldo Mensal por Conta
      *    Saldo sempre no sentido devedor (debitos menos creditos):
      *    conta de Passivo e de Receita fica negativa e os
      *    relatorios invertem o sinal na impressao. SALMES-ANTERIOR
      *    e o saldo final do mes anterior; em janeiro as contas de
      *    Receita e Despesa partem de zero e o resultado do ano
      *    anterior soma na conta RESACU (lucros ou prejuizos
      *    acumulados), pra o balanco continuar fechando.
      *    SALMES-GRUPO-DRE vem da posicao da conta de Despesa no
      *    plano: abaixo da sintetica CUSMER e custo das
      *    mercadorias, abaixo de PESSOA e folha, o resto e outras
      *    despesas. SALMES-FILIAL e a filial da receita RC+filial
      *    ou do departamento dono do centro de custo; em branco
      *    quando a conta nao e de filial nenhuma.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG286.
       FD ARQUIVO-SALDO-MENSAL.

       01  SALMES-REGISTRO.
           05 SALMES-CHAVE.
               10 SALMES-AAMM PIC 9(6).
               10 SALMES-CONTA PIC X(6).
           05 SALMES-TIPO PIC X.
               88 SALMES-ATIVO VALUE "A".
               88 SALMES-PASSIVO VALUE "P".
               88 SALMES-RECEITA VALUE "R".
               88 SALMES-DESPESA VALUE "D".
               88 SALMES-FORA-DO-PLANO VALUE SPACE.
           05 SALMES-GRUPO-DRE PIC X.
               88 SALMES-GRUPO-RECEITA VALUE "R".
               88 SALMES-GRUPO-CUSTO-MERCADORIA VALUE "C".
               88 SALMES-GRUPO-FOLHA VALUE "F".
               88 SALMES-GRUPO-OUTRAS-DESPESAS VALUE "O".
           05 SALMES-FILIAL PIC X(4).
           05 SALMES-CONTA-PAI PIC X(6).
           05 SALMES-ANTERIOR PIC S9(11)V99.
           05 SALMES-DEBITOS PIC 9(11)V99.
           05 SALMES-CREDITOS PIC 9(11)V99.
           05 SALMES-FINAL PIC S9(11)V99.
           05 SALMES-DATA-APURACAO PIC 9(8).

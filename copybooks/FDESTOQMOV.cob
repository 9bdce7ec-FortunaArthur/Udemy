      *    referencia de origem (nota do fornecedor, numero do pedido
      *    ou folha de contagem) e o operador vem do sign-on, no mesmo
      *    padrao do HIST-OPERADOR.
      *    Incluido MOVESTQ-FORNECEDOR no fim da linha: a entrada do
      *    PROG116 grava o codigo do fornecedor da nota (cadastro de
      *    fornecedores.dat); nos demais movimentos fica em branco.
      *    As linhas antigas, mais curtas, continuam sendo lidas
      *    normalmente, com o fornecedor em branco.
      *    Incluido MOVESTQ-CUSTO-UNITARIO no fim da linha: o custo
      *    usado no movimento - na entrada do PROG116 o custo da nota,
      *    nos demais movimentos o custo medio do produto no momento.
      *    Linha antiga sem o campo e lida com o custo em branco.
      *    Incluido MOVESTQ-FILIAL no fim da linha: a filial
      *    (filiais.dat) cujo saldo o movimento mexeu. Novo tipo T
      *    (transferencia entre filiais, PROG196): sai "-" da origem
      *    no envio e entra "+" no destino no recebimento; entre os
      *    2 a quantidade esta em transito, ainda no saldo da casa.
      *    Linha antiga sem o campo e lida com a filial em branco.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG247.
       FD ARQUIVO-MOVIMENTO-ESTOQUE.

       01  LINHA-MOVIMENTO-ESTOQUE.
           05 MOVESTQ-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
               88 MOVESTQ-ENTRADA VALUE "E".
               88 MOVESTQ-SAIDA VALUE "S".
               88 MOVESTQ-AJUSTE VALUE "A".
               88 MOVESTQ-TRANSFERENCIA VALUE "T".
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-SINAL PIC X.
               88 MOVESTQ-ACRESCENTA VALUE "+".
           05 MOVESTQ-DOCUMENTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-FORNECEDOR PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-CUSTO-UNITARIO PIC 9(5)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVESTQ-FILIAL PIC X(4).

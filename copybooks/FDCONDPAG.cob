      *    FDCONDPAG.cob - Layout da Condicao de Pagamento
      *    Mantida pelo PROG176. Cada condicao diz em quantas
      *    parcelas o pedido e cobrado e, pra cada parcela, quantos
      *    dias depois do faturamento ela vence (30/60/90 sao 3
      *    parcelas com 30, 60 e 90 dias; a vista na entrega e 1
      *    parcela com 0 dias). O valor do pedido e dividido em
      *    partes iguais e os centavos da divisao ficam na primeira
      *    parcela. Condicao zero (cliente ou pedido sem condicao
      *    informada) e o padrao antigo da casa: 1 parcela a 30
      *    dias.
       FD ARQUIVO-CONDICAO-PAGAMENTO.

       01  CONDPAG-REGISTRO.
           05 CONDPAG-CODIGO PIC 9(3).
           05 CONDPAG-DESCRICAO PIC X(20).
           05 CONDPAG-QTDE-PARCELAS PIC 9(2).
           05 CONDPAG-DIAS-PARCELA PIC 9(3) OCCURS 12 TIMES.
           05 CONDPAG-SITUACAO PIC X.
               88 CONDPAG-ATIVA VALUE "A".
               88 CONDPAG-INATIVA VALUE "I".

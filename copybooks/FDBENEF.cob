      *    FDBENEF.cob - Layout da Inscricao em Beneficio
      *    BENEF-FUNCIONARIO e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat. A quantidade diaria e o valor unitario
      *    do vale sao os da inscricao; a quantidade do mes sai dos
      *    dias uteis do calendario na rodada mensal do PROG224.
      *    Inscricao Cancelada fica no arquivo com a data, pra
      *    consulta, e sai da rodada.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG236.
       FD ARQUIVO-BENEFICIO.

       01  BENEF-REGISTRO.
           05 BENEF-CHAVE.
               10 BENEF-FUNCIONARIO PIC 9(4).
               10 BENEF-TIPO PIC X.
                   88 BENEF-VALE-TRANSPORTE VALUE "T".
                   88 BENEF-VALE-REFEICAO VALUE "R".
                   88 BENEF-TIPO-VALIDO VALUE "T" "R".
           05 BENEF-QTDE-DIARIA PIC 9(2).
           05 BENEF-VALOR-UNITARIO PIC 9(3)V99.
           05 BENEF-SITUACAO PIC X.
               88 BENEF-ATIVO VALUE "A".
               88 BENEF-CANCELADO VALUE "C".
           05 BENEF-DATA-INSCRICAO PIC 9(8).
           05 BENEF-DATA-CANCELAMENTO PIC 9(8).

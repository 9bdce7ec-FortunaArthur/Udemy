      *    FDPROVISAO.cob - Layout do Registro de Provisao da Folha
      *    1 registro por funcionario. O saldo de cada provisao e o
      *    provisionado menos o baixado. PROV-ULTIMO-MES-PROVISIONADO
      *    impede rodar 2 vezes o mesmo mes; os campos BAIXADO-ATE
      *    guardam o ultimo mes (AAAAMM) de pagamento do historico da
      *    folha ja baixado contra a provisao.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG283.
       FD ARQUIVO-PROVISAO.

       01  PROV-REGISTRO.
           05 PROV-CODIGO PIC 9(4).
           05 PROV-NOME PIC X(20).
           05 PROV-DEPARTAMENTO PIC X(20).
           05 PROV-DECIMO-PROVISIONADO PIC 9(7)V99.
           05 PROV-DECIMO-BAIXADO PIC 9(7)V99.
           05 PROV-FERIAS-PROVISIONADO PIC 9(7)V99.
           05 PROV-FERIAS-BAIXADO PIC 9(7)V99.
           05 PROV-ULTIMO-MES-PROVISIONADO PIC 9(6).
           05 PROV-DECIMO-BAIXADO-ATE PIC 9(6).
           05 PROV-FERIAS-BAIXADO-ATE PIC 9(6).

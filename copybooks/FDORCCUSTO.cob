      *    FDORCCUSTO.cob - Layout da Linha de Orcamento por Centro
      *    de Custo
      *    O centro de custo e o DEPARTAMENTO-CENTRO-CUSTO de
      *    departamentos.dat; a conta e uma conta Analitica do plano
      *    (na maioria das linhas o proprio centro de custo, que e
      *    onde o PROG145 lanca a folha). O realizado da linha no
      *    PROG205 e o movimento do mes da conta em lancamentos.dat.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG271.
       FD ARQUIVO-ORCAMENTO-CUSTO.

       01  ORCCUS-REGISTRO.
           05 ORCCUS-CHAVE.
               10 ORCCUS-CENTRO-CUSTO PIC X(6).
               10 ORCCUS-CONTA PIC X(6).
               10 ORCCUS-AAMM PIC 9(6).
           05 ORCCUS-VALOR PIC 9(9)V99.
           05 ORCCUS-OPERADOR PIC X(10).
           05 ORCCUS-DATA-ATUALIZACAO PIC 9(8).

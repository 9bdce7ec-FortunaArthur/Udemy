      *    FDGERACAO.cob - Layout do Registro de Controle de Geracao
      *    de Extrato
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG256.
      *    GERACAO-ARQUIVO passou a PIC X(50), pra caber o nome do
      *    arquivo com a data AAAAMMDD.
       FD ARQUIVO-GERACAO.

       01  GERACAO-REGISTRO.
           05 GERACAO-CHAVE.
               10 GERACAO-PROGRAMA PIC X(6).
               10 GERACAO-DATA PIC 9(8).
           05 GERACAO-ARQUIVO PIC X(50).
           05 GERACAO-CONSUMIDA PIC X.
               88 GERACAO-JA-CONSUMIDA VALUE "S".
               88 GERACAO-NAO-CONSUMIDA VALUE "N".

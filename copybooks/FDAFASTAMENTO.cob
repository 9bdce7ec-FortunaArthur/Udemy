      *    funcionarios.dat; era declarado dentro do PROG77 e virou
      *    copybook quando ganhou mais leitores, no mesmo caminho do
      *    FDHISTCLIENTE.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG230.
       FD ARQUIVO-AFASTAMENTO.

       01  AFASTAMENTO-REGISTRO.
           05 AFASTAMENTO-FUNCIONARIO PIC 9(4).
           05 AFASTAMENTO-DATA-INICIO PIC 9(8).
           05 AFASTAMENTO-MOTIVO PIC X(20).
           05 AFASTAMENTO-RETORNO-PREVISTO PIC 9(8).
           05 AFASTAMENTO-RETORNO-REAL PIC 9(8).
           05 AFASTAMENTO-SITUACAO PIC X.
               88 AFASTAMENTO-EM-ABERTO VALUE "A".
               88 AFASTAMENTO-ENCERRADO VALUE "E".

      *    FDTREINO.cob - Layout do Registro de Treinamento
      *    TREINO-FUNCIONARIO e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat e TREINO-CURSO a chave CURSO-CODIGO de
      *    cursos.dat. O vencimento e a conclusao mais a validade do
      *    curso em meses, calculado na gravacao; zerado, o
      *    certificado nao vence.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG294.
       FD ARQUIVO-TREINAMENTO.

       01  TREINO-REGISTRO.
           05 TREINO-CHAVE.
               10 TREINO-FUNCIONARIO PIC 9(4).
               10 TREINO-CURSO PIC X(6).
           05 TREINO-DATA-CONCLUSAO PIC 9(8).
           05 TREINO-DATA-VENCIMENTO PIC 9(8).
           05 TREINO-CERTIFICADO PIC X(15).
           05 TREINO-DATA-REGISTRO PIC 9(8).

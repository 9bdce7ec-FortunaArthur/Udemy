      *    O registro inteiro de FUNCIONARIO-REGISTRO (incluindo a
      *    tabela de dependentes) vai junto, pra exclusao errada
      *    poder ser desfeita com os dados completos.
      *    EXC-FUN-REGISTRO ajustado para PIC X(391), pra acompanhar
      *    o tamanho de FUNCIONARIO-REGISTRO depois das datas com ano
      *    de 4 digitos.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG249.
       FD ARQUIVO-EXCLUIDOS-FUNCIONARIO.

       01  LINHA-EXCLUIDO-FUNCIONARIO.
           05 EXC-FUN-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-FUN-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-FUN-REGISTRO PIC X(391).

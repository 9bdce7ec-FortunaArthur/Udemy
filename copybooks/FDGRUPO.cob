      *    FDGRUPO.cob - Layout do Registro de Grupo Economico
      *    Mantido pelo PROG186. Filiais e empresas irmas cadastradas
      *    como clientes separados apontam pro mesmo grupo por
      *    CLIENTE-GRUPO; o limite do grupo vale pra soma de
      *    CLIENTE-EXPOSICAO-ATUAL de todos os clientes dele, alem do
      *    limite individual de cada um. Limite zero e grupo sem
      *    limite consolidado (so agrupa pro relatorio do PROG187).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG257.
       FD ARQUIVO-GRUPO.

       01  GRUPO-REGISTRO.
           05 GRUPO-CODIGO PIC 9(4).
           05 GRUPO-NOME PIC X(30).
           05 GRUPO-LIMITE-CREDITO PIC 9(9)V99.
           05 GRUPO-STATUS PIC X.
               88 GRUPO-ATIVO VALUE "A".
               88 GRUPO-INATIVO VALUE "I".
           05 GRUPO-DATA-CADASTRO PIC 9(8).

      *    FDCURSO.cob - Layout do Registro de Curso/Certificacao
      *    CURSO-VALIDADE-MESES e o prazo do certificado a partir da
      *    conclusao; zerado, o certificado nao vence. Os
      *    departamentos exigidos (DEPARTAMENTO-CODIGO de
      *    departamentos.dat) sao os que cobram o curso de todo
      *    funcionario lotado neles. Curso Inativo sai do catalogo
      *    sem perder os treinamentos ja registrados.
       FD ARQUIVO-CURSO.

       01  CURSO-REGISTRO.
           05 CURSO-CODIGO PIC X(6).
           05 CURSO-DESCRICAO PIC X(30).
           05 CURSO-VALIDADE-MESES PIC 9(3).
           05 CURSO-SITUACAO PIC X.
               88 CURSO-ATIVO VALUE "A".
               88 CURSO-INATIVO VALUE "I".
           05 CURSO-QTDE-DEPARTAMENTOS PIC 9(2).
           05 CURSO-DEPARTAMENTO-EXIGIDO PIC X(4) OCCURS 10 TIMES.

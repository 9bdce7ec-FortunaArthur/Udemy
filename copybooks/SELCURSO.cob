      *    SELCURSO.cob - SELECT do Catalogo de Cursos e Certificacoes
      *    Indexado por CURSO-CODIGO; mantido no PROG220 e lido pelo
      *    relatorio mensal de certificacoes do PROG221.
           SELECT OPTIONAL ARQUIVO-CURSO
           ASSIGN TO "cursos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CURSO-CODIGO
           FILE STATUS IS CURSO-FILE-STATUS.

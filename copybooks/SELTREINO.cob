      *    SELTREINO.cob - SELECT do Arquivo de Treinamentos
      *    Indexado por funcionario + curso: 1 registro por
      *    funcionario e curso, com a ultima conclusao - a
      *    reciclagem regrava o mesmo registro. Mantido no PROG220.
           SELECT OPTIONAL ARQUIVO-TREINAMENTO
           ASSIGN TO "treinamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TREINO-CHAVE
           FILE STATUS IS TREINAMENTO-FILE-STATUS.

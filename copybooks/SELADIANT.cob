      *    SELADIANT.cob - SELECT do Arquivo de Adiantamento
      *    Quinzenal
      *    Indexado por funcionario: quem esta inscrito no
      *    adiantamento (PROG217) e o ultimo adiantamento pago pela
      *    rodada do PROG218, que o fechamento do PROG74 desconta.
           SELECT OPTIONAL ARQUIVO-ADIANTAMENTO
           ASSIGN TO "adiantamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADIANT-FUNCIONARIO
           FILE STATUS IS ADIANTAMENTO-FILE-STATUS.

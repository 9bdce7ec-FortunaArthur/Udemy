      *    SELPENSAO.cob - SELECT do Arquivo de Ordens Judiciais de
      *    Pensao Alimenticia
      *    Indexado por funcionario + sequencia da ordem: cada ordem
      *    judicial de pensao e um registro, incluido e encerrado no
      *    PROG219 e aplicado todo mes pelo fechamento do PROG74.
           SELECT OPTIONAL ARQUIVO-PENSAO
           ASSIGN TO "pensoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENSAO-CHAVE
           FILE STATUS IS PENSAO-FILE-STATUS.

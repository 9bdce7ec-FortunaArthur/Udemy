      *    SELCARTAS.cob - SELECT do Arquivo de Cartas de Cobranca
      *    Emitidas
      *    Arquivo sequencial onde a emissao de cartas de cobranca
      *    (PROG139) anexa 1 linha por carta impressa. O
      *    cobranca_niveis.dat guarda so o ultimo nivel de cada
      *    cliente; e daqui que a revisao de limites (PROG317) conta
      *    quantas cartas o cliente recebeu no periodo.
           SELECT OPTIONAL ARQUIVO-CARTAS
           ASSIGN TO "cartas_cobranca.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

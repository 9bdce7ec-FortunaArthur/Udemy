      *    SELPAGPEN.cob - SELECT do Arquivo de Pensoes Pagas na
      *    Folha
      *    Arquivo sequencial regravado pelo fechamento da folha
      *    (PROG74), 1 linha por ordem judicial descontada no mes.
      *    Lido pela remessa bancaria (PROG76), que deposita cada
      *    pensao na conta do beneficiario.
           SELECT OPTIONAL ARQUIVO-PAGTO-PENSAO
           ASSIGN TO "folha_pensoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

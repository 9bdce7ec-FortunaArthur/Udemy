      *    SELDISTLOG.cob - SELECT do Log de Distribuicao
      *    Arquivo acumulado (aberto em EXTEND) onde o PROG315 anota
      *    cada relatorio entregue a cada filial e em que data.
           SELECT OPTIONAL ARQUIVO-LOG-DISTRIBUICAO
           ASSIGN TO "distribuicao_relatorios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOGD-FILE-STATUS.

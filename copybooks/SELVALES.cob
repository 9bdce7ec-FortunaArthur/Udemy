      *    SELVALES.cob - SELECT do Arquivo de Vales do Mes
      *    Indexado pela chave composta mes + funcionario + tipo de
      *    vale: a rodada mensal do PROG224 grava o que foi pedido
      *    pra cada funcionario e o fechamento do PROG74 le o mes da
      *    folha pra descontar a parte do funcionario.
           SELECT OPTIONAL ARQUIVO-VALES-MES
           ASSIGN TO "vales_mes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VALEMES-CHAVE
           FILE STATUS IS VALES-MES-FILE-STATUS.

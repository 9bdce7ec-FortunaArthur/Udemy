      *    SELPROVISAO.cob - SELECT do Arquivo de Provisoes da Folha
      *    Indexado por funcionario: o que ja foi provisionado de
      *    13o e de ferias (com o terco) pela rodada mensal do
      *    PROG214 e o que ja foi baixado contra a provisao nos
      *    pagamentos do PROG149 e do PROG150. A conciliacao por
      *    funcionario sai no PROG215.
           SELECT OPTIONAL ARQUIVO-PROVISAO
           ASSIGN TO "provisoes_folha.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROV-CODIGO
           FILE STATUS IS PROVISAO-FILE-STATUS.

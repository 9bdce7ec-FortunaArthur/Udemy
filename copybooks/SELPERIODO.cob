      *    SELPERIODO.cob - SELECT do Arquivo de Periodos Fechados
      *    Indexado pelo AAAAMM fechado: o fechamento de periodo
      *    (PROG165) congela o mes com os totais da epoca, e a
      *    consulta do PROG166 e o que os programas datadores usam
      *    pra recusar lancamento dentro de mes ja reportado.

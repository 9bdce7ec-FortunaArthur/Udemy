      *    SELSELPAG.cob - SELECT do Arquivo de Selecao de Pagamentos
      *    a Fornecedores
      *    Regravado do zero a cada rodada de selecao do PROG171: 1
      *    linha por titulo de contas_pagar.dat que entrou na rodada,
      *    Selecionado pra pagar ou Retido pelo operador. A remessa
      *    do PROG172 paga so os Selecionados, e a projecao de caixa
      *    do PROG147 le daqui as saidas ja programadas.
           SELECT OPTIONAL ARQUIVO-SELECAO-PAGAMENTO
           ASSIGN TO "pagamentos_selecionados.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

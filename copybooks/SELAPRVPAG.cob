      *    SELAPRVPAG.cob - SELECT do Arquivo de Aprovacao dos
      *    Pagamentos a Fornecedores
      *    Arquivo de 1 linha, no mesmo espirito do
      *    folha_aprovacao.dat: a selecao do PROG171 grava PENDENTE,
      *    o PROG172 grava APROVADA quando outro operador aprova e
      *    REMETIDA depois de gravar a remessa - a mesma selecao nao
      *    vai 2 vezes pro banco.
           SELECT OPTIONAL ARQUIVO-APROVACAO-PAGAMENTO
           ASSIGN TO "pagamento_aprovacao.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRVPAG-FILE-STATUS.

      *    FDPLANO.cob - Layout do Registro do Plano de Contas
      *    Mantido pelo PROG202. Tipo Ativo/Passivo/Receita/Despesa;
      *    so conta Analitica (aceita lancamento) recebe partida - a
      *    Sintetica so agrupa as filhas que apontam pra ela em
      *    PLANO-CONTA-PAI. Conta Inativa deixa de aceitar
      *    lancamento sem perder o que ja foi lancado nela. SUSPEN e
      *    a conta transitoria onde o PROG145 lanca o que nao
      *    conseguiu resolver.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG279.
       FD ARQUIVO-PLANO.

       01  PLANO-REGISTRO.
           05 PLANO-CONTA PIC X(6).
           05 PLANO-DESCRICAO PIC X(30).
           05 PLANO-TIPO PIC X.
               88 PLANO-ATIVO VALUE "A".
               88 PLANO-PASSIVO VALUE "P".
               88 PLANO-RECEITA VALUE "R".
               88 PLANO-DESPESA VALUE "D".
               88 PLANO-TIPO-VALIDO VALUE "A" "P" "R" "D".
           05 PLANO-ACEITA-LANCAMENTO PIC X.
               88 PLANO-ANALITICA VALUE "S".
               88 PLANO-SINTETICA VALUE "N".
           05 PLANO-CONTA-PAI PIC X(6).
           05 PLANO-SITUACAO PIC X.
               88 PLANO-CONTA-ATIVA VALUE "A".
               88 PLANO-CONTA-INATIVA VALUE "I".
           05 PLANO-DATA-CADASTRO PIC 9(8).

      *    Registro gravado em hist_clientes.dat pelo PROG32 a cada
      *    inclusao/alteracao/exclusao de cliente, e lido pelo PROG49
      *    no relatorio de clientes novos no periodo.
      *    A transferencia de carteira em lote (PROG188) grava aqui
      *    cada cliente movido com HIST-OPERACAO T.
      *    A aprovacao da revisao de limites (PROG318) grava aqui
      *    cada limite de credito aplicado com HIST-OPERACAO R e o
      *    operador que aprovou; os valores ficam em hist_limites.dat.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG258.
       FD ARQUIVO-HISTORICO.

       01  LINHA-HISTORICO.
           05 HIST-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HIST-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

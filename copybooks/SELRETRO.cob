      *    SELRETRO.cob - SELECT do Arquivo de Retroativos da Folha
      *    Arquivo sequencial onde o reajuste coletivo do PROG216
      *    anexa, por funcionario reajustado, a diferenca dos meses
      *    ja fechados desde a data-base; o fechamento da folha do
      *    mes de pagamento le e paga como provento itemizado.
           SELECT OPTIONAL ARQUIVO-RETROATIVO
           ASSIGN TO "folha_retroativos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

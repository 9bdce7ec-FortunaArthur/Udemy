      *    SELREGRALIM.cob - SELECT do Arquivo de Regras da Revisao
      *    de Limites de Credito
      *    1 linha so, com as regras que a revisao trimestral de
      *    limites (PROG317) usa pra sugerir o limite novo. A
      *    propria rodada mostra cada regra e regrava o arquivo com
      *    o que o gerente de credito mudou; sem o arquivo valem as
      *    regras padrao do programa.
           SELECT OPTIONAL ARQUIVO-REGRA-LIMITE
           ASSIGN TO "regras_limite.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

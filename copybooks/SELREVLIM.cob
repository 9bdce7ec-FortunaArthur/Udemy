      *    SELREVLIM.cob - SELECT do Arquivo de Propostas de Revisao
      *    de Limite de Credito
      *    Regravado do zero a cada rodada da revisao trimestral de
      *    limites (PROG317), com 1 linha por cliente ativo cujo
      *    limite sugerido difere do cadastro; e daqui que o gerente
      *    de credito aprova, no PROG318, os limites que vao pro
      *    cadastro de clientes.
           SELECT OPTIONAL ARQUIVO-REVISAO-LIMITE
           ASSIGN TO "revisao_limites.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

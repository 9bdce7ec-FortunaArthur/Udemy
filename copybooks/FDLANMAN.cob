      *    FDLANMAN.cob - Layout da Partida de Lancamento Manual
      *    Gravado pelo PROG203, 1 registro por partida; cada
      *    partida tambem vai pra lancamentos.dat, com o historico
      *    LM + numero, e entra no balancete do PROG146. A conta e
      *    uma conta Analitica do plano (conta ou centro de custo).
      *    No lancamento Normal, LANMAN-NUMERO-ESTORNO guarda o
      *    numero do estorno que o anulou (zero = nao estornado); no
      *    Estorno, guarda o numero do lancamento estornado.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG266.
       FD ARQUIVO-LANCAMENTO-MANUAL.

       01  LANMAN-REGISTRO.
           05 LANMAN-CHAVE.
               10 LANMAN-NUMERO PIC 9(6).
               10 LANMAN-LINHA PIC 9(3).
           05 LANMAN-DATA PIC 9(8).
           05 LANMAN-OPERADOR PIC X(10).
           05 LANMAN-DATA-DIGITACAO PIC 9(8).
           05 LANMAN-CONTA PIC X(6).
           05 LANMAN-NATUREZA PIC X.
               88 LANMAN-DEBITO VALUE "D".
               88 LANMAN-CREDITO VALUE "C".
           05 LANMAN-VALOR PIC 9(9)V99.
           05 LANMAN-HISTORICO PIC X(20).
           05 LANMAN-TIPO PIC X.
               88 LANMAN-NORMAL VALUE "N".
               88 LANMAN-ESTORNO VALUE "E".
           05 LANMAN-NUMERO-ESTORNO PIC 9(6).

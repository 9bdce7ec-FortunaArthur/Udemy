      *    FDAPROVACAO.cob - Layout da Linha de Aprovacao da Folha
      *    Incluidos APRV-TIPO-FOLHA e APRV-MES-FOLHA, gravados por
      *    quem fecha a folha (PROG74 mensal, PROG149 13o, PROG150
      *    ferias): e com eles que a aprovacao do PROG154 anexa a
      *    folha aprovada ao historico_folha.dat. APRV-HISTORICO
      *    marca que a folha desta linha ja foi pro historico, pra
      *    aprovar de novo a mesma folha nao somar 2 vezes.
      *    Incluidos APRV-OPERADOR-FECHAMENTO e APRV-HORA (no fim da
      *    linha): quem fechou a folha (sign-on do fechamento) e a
      *    hora da gravacao, pra conferencia de segregacao de funcoes
      *    do PROG316 - a aprovacao do PROG154 repete o operador do
      *    fechamento na linha APROVADA.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG233.
       FD ARQUIVO-APROVACAO-FOLHA.

       01  LINHA-APROVACAO-FOLHA.
               88 APROVACAO-PENDENTE VALUE "PENDENTE".
               88 APROVACAO-CONCEDIDA VALUE "APROVADA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-TIPO-FOLHA PIC X.
               88 APRV-FOLHA-MENSAL VALUE "M".
               88 APRV-FOLHA-DECIMO VALUE "D".
               88 APRV-FOLHA-FERIAS VALUE "F".
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-MES-FOLHA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-HISTORICO PIC X.
               88 APRV-HISTORICO-GRAVADO VALUE "S".
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-OPERADOR-FECHAMENTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRV-HORA PIC 9(6).

      *    FDPROPREPOS.cob - Layout da Linha de Proposta de Reposicao
      *    Os valores atuais vao junto dos propostos pro comprador
      *    comparar sem abrir o cadastro; a media e o pico sao as
      *    saidas por mes (30 dias) na janela da rodada e o prazo e
      *    o usado no calculo (o do produto ou o padrao).
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG282.
       FD ARQUIVO-PROPOSTA-REPOSICAO.

       01  LINHA-PROPOSTA-REPOSICAO.
           05 PROPREP-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-PRODUTO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-MINIMO-ATUAL PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-REPOSICAO-ATUAL PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-MINIMO-PROPOSTO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-REPOSICAO-PROPOSTA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-MEDIA-MENSAL PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-PICO-MENSAL PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PROPREP-PRAZO PIC 9(3).

      *    FDPAGPEN.cob - Layout da Linha de Pensao Paga na Folha
      *    1 linha por ordem judicial descontada no mes da folha,
      *    com o beneficiario, os dados bancarios da ordem e o valor
      *    descontado do funcionario pelo PROG74.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG272.
       FD ARQUIVO-PAGTO-PENSAO.

       01  LINHA-PAGTO-PENSAO.
           05 PAGPEN-MES-FOLHA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-SEQUENCIA PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-BENEFICIARIO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-CPF PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-BANCO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-AGENCIA PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-CONTA PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-VALOR PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PAGPEN-PROCESSO PIC X(25).

      *    FDENCARGO.cob - Layout da Linha de Encargos da Folha
      *    1 linha por funcionario pago no mes da folha: a base dos
      *    encargos (bruto menos o desconto de afastamento), o FGTS
      *    e a previdencia patronal calculados pelo PROG74, e a
      *    previdencia retida do funcionario, que vai na mesma guia.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG246.
       FD ARQUIVO-ENCARGO.

       01  LINHA-ENCARGO.
           05 ENCARGO-MES-FOLHA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-NOME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-CPF PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-BASE PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-FGTS PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-PREVIDENCIA-EMPRESA PIC 9(6)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENCARGO-PREVIDENCIA-RETIDA PIC 9(6)V99.

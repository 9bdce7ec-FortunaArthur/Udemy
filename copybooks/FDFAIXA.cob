      *    primeira faixa (pela sequencia) cujo limite superior o
      *    comporta, e a faixa da o percentual - a mesma mecanica
      *    das tabelas que viviam dentro do PROG74.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG251.
       FD ARQUIVO-FAIXA.

       01  FAIXA-REGISTRO.
               10 FAIXA-TIPO PIC X.
                   88 FAIXA-DE-PREVIDENCIA VALUE "P".
                   88 FAIXA-DE-IMPOSTO VALUE "I".
               10 FAIXA-DATA-VIGENCIA PIC 9(8).
               10 FAIXA-SEQUENCIA PIC 9.
           05 FAIXA-LIMITE PIC 9(6)V99.
           05 FAIXA-PERCENTUAL PIC 9V9(4).

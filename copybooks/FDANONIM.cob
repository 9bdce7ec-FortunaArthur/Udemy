      *    FDANONIM.cob - Layout da Trilha de Anonimizacao de Dados
      *    Pessoais
      *    ANON-TITULAR diz de quem era o dado: (C)liente ou
      *    (F)uncionario, pelo codigo de sempre, que continua valendo
      *    nos arquivos. ANON-REFERENCIA identifica a linha alterada
      *    quando o arquivo tem mais de 1 por titular (data do
      *    arquivamento, mes da folha, numero do pedido).
       FD ARQUIVO-ANONIMIZACAO.

       01  LINHA-ANONIMIZACAO.
           05 ANON-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-TITULAR PIC X.
               88 ANON-TITULAR-CLIENTE VALUE "C".
               88 ANON-TITULAR-FUNCIONARIO VALUE "F".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-CODIGO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-ARQUIVO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANON-REFERENCIA PIC X(12).

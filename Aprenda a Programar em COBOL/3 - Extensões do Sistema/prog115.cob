      *    rodape o saldo recalculado e conferido com o saldo do
      *    cadastro - divergencia e o sinal de mexida no saldo sem
      *    movimento correspondente.
      *    Com o estoque por filial, cada movimento mostra a filial
      *    (MOVESTQ-FILIAL). A Transferencia entre filiais (PROG196)
      *    nao muda o saldo da casa - so muda a mercadoria de lugar:
      *    o envio (T -) poe a quantidade em transito e o
      *    recebimento (T +) tira, e o kardex acompanha o em transito
      *    numa coluna propria. Embaixo sai a posicao do produto em
      *    cada filial (estoque_filial.dat: saldo, reservado e a
      *    caminho), e o saldo das filiais mais o em transito e
      *    conferido com o saldo do cadastro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELESTQFIL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDESTQFIL.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  ESTFIL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.

       01  SALDO-CORRENTE PIC S9(7).
       01  SALDO-DO-CADASTRO PIC 9(6).
       01  TOTAL-MOVIMENTOS PIC 9(6).
       01  SALDO-EM-TRANSITO PIC S9(7).
       01  FIM-FILIAIS PIC X.
       01  TOTAL-SALDO-FILIAIS PIC 9(7).
       01  TOTAL-RESERVADO-FILIAIS PIC 9(7).
       01  TOTAL-A-CAMINHO-FILIAIS PIC 9(7).
       01  TOTAL-FILIAIS-DO-PRODUTO PIC 9(7).

       01  PRODUTO-EXISTE-FLAG PIC X VALUE "N".
           88 PRODUTO-NO-CADASTRO VALUE "S".

           PERFORM EXIBE-REGISTRO-ATUAL.
           PERFORM EXIBE-MOVIMENTOS-DO-PRODUTO.
           PERFORM EXIBE-POSICAO-POR-FILIAL.

           DISPLAY "Deseja consultar outro produto? (S/N)".
           ACCEPT RESPOSTA.

       EXIBE-MOVIMENTOS-DO-PRODUTO.
           DISPLAY "KARDEX (DATA HORA TIPO SINAL QTDE DOCUMENTO "
               "OPERADOR FILIAL SALDO EM-TRANSITO)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-MOVIMENTOS.
           MOVE ZERO TO SALDO-CORRENTE.
           MOVE ZERO TO SALDO-EM-TRANSITO.
           OPEN INPUT ARQUIVO-MOVIMENTO-ESTOQUE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           DISPLAY "TOTAL DE MOVIMENTOS DO PRODUTO: "
               TOTAL-MOVIMENTOS.
           DISPLAY "SALDO RECALCULADO PELO KARDEX: " SALDO-CORRENTE.
           DISPLAY "EM TRANSITO ENTRE FILIAIS: " SALDO-EM-TRANSITO.
           IF PRODUTO-NO-CADASTRO
               IF SALDO-CORRENTE = SALDO-DO-CADASTRO
                   DISPLAY "SALDO CONFERE COM O CADASTRO"

       AVALIA-MOVIMENTO.
           IF MOVESTQ-PRODUTO = CODIGO-CONSULTADO
      *        Transferencia so muda a mercadoria de lugar: o saldo
      *        da casa fica e o em transito sobe no envio e desce no
      *        recebimento
               IF MOVESTQ-TRANSFERENCIA
                   IF MOVESTQ-REDUZ
                       ADD MOVESTQ-QTDE TO SALDO-EM-TRANSITO
                   ELSE
                       SUBTRACT MOVESTQ-QTDE FROM SALDO-EM-TRANSITO
                   END-IF
               ELSE
                   IF MOVESTQ-ACRESCENTA
                       ADD MOVESTQ-QTDE TO SALDO-CORRENTE
                   ELSE
                       SUBTRACT MOVESTQ-QTDE FROM SALDO-CORRENTE
                   END-IF
               END-IF
               DISPLAY MOVESTQ-DATA " " MOVESTQ-HORA " "
                   MOVESTQ-TIPO " " MOVESTQ-SINAL " " MOVESTQ-QTDE
                   " " MOVESTQ-DOCUMENTO " " MOVESTQ-OPERADOR
                   " " MOVESTQ-FILIAL
                   " SALDO: " SALDO-CORRENTE
                   " EM TRANSITO: " SALDO-EM-TRANSITO
               ADD 1 TO TOTAL-MOVIMENTOS
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO.

       EXIBE-POSICAO-POR-FILIAL.
      *    Registros do produto em estoque_filial.dat, lidos pela
      *    chave produto + filial a partir da primeira filial
           DISPLAY "POSICAO POR FILIAL (FILIAL SALDO RESERVADO "
               "A CAMINHO)".
           DISPLAY "---------------------------------------------".
           MOVE ZERO TO TOTAL-SALDO-FILIAIS.
           MOVE ZERO TO TOTAL-RESERVADO-FILIAIS.
           MOVE ZERO TO TOTAL-A-CAMINHO-FILIAIS.
           OPEN INPUT ARQUIVO-ESTOQUE-FILIAL.
           MOVE "N" TO FIM-FILIAIS.
           MOVE CODIGO-CONSULTADO TO ESTFIL-PRODUTO.
           MOVE LOW-VALUES TO ESTFIL-FILIAL.
           START ARQUIVO-ESTOQUE-FILIAL
               KEY IS NOT LESS THAN ESTFIL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-FILIAIS
           END-START.
           PERFORM EXIBE-UMA-FILIAL UNTIL FIM-FILIAIS = "S".
           CLOSE ARQUIVO-ESTOQUE-FILIAL.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL DAS FILIAIS: " TOTAL-SALDO-FILIAIS
               " RESERVADO: " TOTAL-RESERVADO-FILIAIS
               " A CAMINHO: " TOTAL-A-CAMINHO-FILIAIS.
           IF PRODUTO-NO-CADASTRO
               COMPUTE TOTAL-FILIAIS-DO-PRODUTO =
                   TOTAL-SALDO-FILIAIS + TOTAL-A-CAMINHO-FILIAIS
               IF TOTAL-FILIAIS-DO-PRODUTO = SALDO-DO-CADASTRO
                   DISPLAY "FILIAIS MAIS EM TRANSITO CONFEREM COM O "
                       "CADASTRO"
               ELSE
                   DISPLAY "*** FILIAIS MAIS EM TRANSITO ("
                       TOTAL-FILIAIS-DO-PRODUTO ") NAO CONFEREM "
                       "COM O CADASTRO (" SALDO-DO-CADASTRO
                       ") - INVESTIGAR ***"
               END-IF
           END-IF.

       EXIBE-UMA-FILIAL.
           READ ARQUIVO-ESTOQUE-FILIAL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FILIAIS
           END-READ.
           IF FIM-FILIAIS = "N"
               IF ESTFIL-PRODUTO NOT = CODIGO-CONSULTADO
                   MOVE "S" TO FIM-FILIAIS
               ELSE
                   DISPLAY ESTFIL-FILIAL " " ESTFIL-SALDO " "
                       ESTFIL-QTDE-RESERVADA " " ESTFIL-EM-TRANSITO
                   ADD ESTFIL-SALDO TO TOTAL-SALDO-FILIAIS
                   ADD ESTFIL-QTDE-RESERVADA
                       TO TOTAL-RESERVADO-FILIAIS
                   ADD ESTFIL-EM-TRANSITO TO TOTAL-A-CAMINHO-FILIAIS
               END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG195.
      *    Sub-rotina de Estoque por Filial
      *    No molde do PROG180: cada programa que movimenta estoque
      *    chama esta sub-rotina com a operacao, o produto, a filial
      *    e a quantidade, e ela acerta o registro do produto na
      *    filial em estoque_filial.dat (criando o registro na
      *    primeira vez) e devolve o saldo e o disponivel (saldo
      *    menos reserva) da filial depois da operacao. Operacoes:
      *    D - so consulta, nada muda;
      *    E - entrada: soma no saldo;
      *    S - saida: baixa do saldo (nunca abaixo de zero);
      *    R - reserva: soma na reserva;
      *    L - libera reserva (nunca abaixo de zero);
      *    I - inventario: o saldo passa a ser a quantidade contada;
      *    A - a caminho: soma no em transito da filial de destino;
      *    C - chegada: tira do em transito e soma no saldo.
      *    Filial em branco ou operacao desconhecida volta com
      *    erro e nada muda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELESTQFIL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDESTQFIL.cob".

       WORKING-STORAGE SECTION.

       01  ESTFIL-FILE-STATUS PIC X(2).

       01  REGISTRO-FLAG PIC X.
           88 REGISTRO-EXISTE VALUE "S".
           88 REGISTRO-NOVO VALUE "N".

       LINKAGE SECTION.

       01  MOVFIL-OPERACAO PIC X.
           88 MOVFIL-CONSULTA VALUE "D".
           88 MOVFIL-ENTRADA VALUE "E".
           88 MOVFIL-SAIDA VALUE "S".
           88 MOVFIL-RESERVA VALUE "R".
           88 MOVFIL-LIBERA-RESERVA VALUE "L".
           88 MOVFIL-INVENTARIO VALUE "I".
           88 MOVFIL-A-CAMINHO VALUE "A".
           88 MOVFIL-CHEGADA VALUE "C".
       01  MOVFIL-PRODUTO PIC 9(4).
       01  MOVFIL-FILIAL PIC X(4).
       01  MOVFIL-QTDE PIC 9(6).
       01  MOVFIL-SALDO PIC 9(6).
       01  MOVFIL-DISPONIVEL PIC 9(6).
       01  MOVFIL-RESULTADO PIC X.
           88 MOVFIL-OK VALUE "S".
           88 MOVFIL-ERRO VALUE "N".

       PROCEDURE DIVISION USING MOVFIL-OPERACAO MOVFIL-PRODUTO
           MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO MOVFIL-DISPONIVEL
           MOVFIL-RESULTADO.
       PROGRAM-BEGIN.

           SET MOVFIL-OK TO TRUE.
           MOVE ZEROS TO MOVFIL-SALDO.
           MOVE ZEROS TO MOVFIL-DISPONIVEL.

           IF MOVFIL-FILIAL = SPACES
               SET MOVFIL-ERRO TO TRUE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-ESTOQUE-FILIAL.
           PERFORM LE-REGISTRO-DA-FILIAL.

           EVALUATE TRUE
               WHEN MOVFIL-CONSULTA
                   CONTINUE
               WHEN MOVFIL-ENTRADA
                   ADD MOVFIL-QTDE TO ESTFIL-SALDO
               WHEN MOVFIL-SAIDA
                   IF MOVFIL-QTDE > ESTFIL-SALDO
                       MOVE ZEROS TO ESTFIL-SALDO
                   ELSE
                       SUBTRACT MOVFIL-QTDE FROM ESTFIL-SALDO
                   END-IF
               WHEN MOVFIL-RESERVA
                   ADD MOVFIL-QTDE TO ESTFIL-QTDE-RESERVADA
               WHEN MOVFIL-LIBERA-RESERVA
                   IF MOVFIL-QTDE > ESTFIL-QTDE-RESERVADA
                       MOVE ZEROS TO ESTFIL-QTDE-RESERVADA
                   ELSE
                       SUBTRACT MOVFIL-QTDE FROM ESTFIL-QTDE-RESERVADA
                   END-IF
               WHEN MOVFIL-INVENTARIO
                   MOVE MOVFIL-QTDE TO ESTFIL-SALDO
               WHEN MOVFIL-A-CAMINHO
                   ADD MOVFIL-QTDE TO ESTFIL-EM-TRANSITO
               WHEN MOVFIL-CHEGADA
                   IF MOVFIL-QTDE > ESTFIL-EM-TRANSITO
                       MOVE ZEROS TO ESTFIL-EM-TRANSITO
                   ELSE
                       SUBTRACT MOVFIL-QTDE FROM ESTFIL-EM-TRANSITO
                   END-IF
                   ADD MOVFIL-QTDE TO ESTFIL-SALDO
               WHEN OTHER
                   SET MOVFIL-ERRO TO TRUE
           END-EVALUATE.

           IF MOVFIL-OK AND NOT MOVFIL-CONSULTA
               PERFORM GRAVA-REGISTRO-DA-FILIAL
           END-IF.

           MOVE ESTFIL-SALDO TO MOVFIL-SALDO.
           IF ESTFIL-SALDO > ESTFIL-QTDE-RESERVADA
               COMPUTE MOVFIL-DISPONIVEL =
                   ESTFIL-SALDO - ESTFIL-QTDE-RESERVADA
           END-IF.

           CLOSE ARQUIVO-ESTOQUE-FILIAL.

       PROGRAM-DONE.
           GOBACK.

       LE-REGISTRO-DA-FILIAL.
      *    Produto que ainda nao passou pela filial comeca zerado
           MOVE MOVFIL-PRODUTO TO ESTFIL-PRODUTO.
           MOVE MOVFIL-FILIAL TO ESTFIL-FILIAL.
           READ ARQUIVO-ESTOQUE-FILIAL
               INVALID KEY
                   SET REGISTRO-NOVO TO TRUE
                   MOVE MOVFIL-PRODUTO TO ESTFIL-PRODUTO
                   MOVE MOVFIL-FILIAL TO ESTFIL-FILIAL
                   MOVE ZEROS TO ESTFIL-SALDO
                   MOVE ZEROS TO ESTFIL-QTDE-RESERVADA
                   MOVE ZEROS TO ESTFIL-EM-TRANSITO
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.

       GRAVA-REGISTRO-DA-FILIAL.
           IF REGISTRO-NOVO
               WRITE ESTFIL-REGISTRO
                   INVALID KEY
                       SET MOVFIL-ERRO TO TRUE
               END-WRITE
           ELSE
               REWRITE ESTFIL-REGISTRO
                   INVALID KEY
                       SET MOVFIL-ERRO TO TRUE
               END-REWRITE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG325.
      *    Sub-rotina de Estoque por Lote
      *    No molde do PROG195: cada programa que movimenta produto
      *    com controle de lote e validade (PRODUTO-COM-LOTE) chama
      *    esta sub-rotina com a operacao, e ela acerta o saldo dos
      *    lotes do produto na filial em estoque_lotes.dat e, nas
      *    operacoes de pedido, de que lote saiu cada linha em
      *    pedido_lotes.dat. Lote vencido (validade antes de hoje)
      *    nao entra em disponivel, reserva nem embarque; entre os
      *    validos vale sempre o que vence primeiro. Operacoes:
      *    D - consulta: devolve o disponivel dos lotes validos do
      *        produto na filial (saldo menos reserva), nada muda;
      *    E - entrada: soma a quantidade no lote e validade
      *        informados (criando o lote na primeira vez);
      *    R - reserva: reserva a quantidade pra linha do pedido nos
      *        lotes validos, do que vence primeiro em diante;
      *    L - libera: devolve toda a reserva da linha do pedido aos
      *        lotes (a filial nao e exigida);
      *    S - saida: embarca a quantidade pela linha do pedido -
      *        primeiro dos lotes reservados pra ela ainda validos,
      *        depois dos lotes livres que vencem primeiro - e
      *        devolve aos lotes a reserva que sobrar;
      *    V - volta: devolve a quantidade aos lotes de onde a linha
      *        do pedido embarcou, no estoque da filial informada;
      *    B - baixa avulsa: tira a quantidade dos lotes livres que
      *        vencem primeiro, sem linha de pedido (venda de balcao
      *        do PROG319);
      *    T - envio de transferencia: tira a quantidade dos lotes
      *        livres que vencem primeiro na filial de origem e
      *        guarda em transferencia_lotes.dat de que lote saiu,
      *        pela transferencia (em MOVLOTE-PEDIDO) do PROG196;
      *    C - chegada de transferencia: entra a quantidade na filial
      *        de destino nos mesmos lotes e validades com que a
      *        transferencia (em MOVLOTE-PEDIDO) saiu da origem.
      *    MOVLOTE-QTDE-FEITA volta com o que a operacao conseguiu
      *    fazer nos lotes (reservado, liberado, embarcado ou
      *    devolvido); menor que MOVLOTE-QTDE quer dizer que faltou
      *    lote e quem chamou avisa o operador. Filial em branco
      *    (fora do L), lote ou validade em branco na entrada e
      *    operacao desconhecida voltam com erro e nada muda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLOTE.cob".
           COPY "SELLOTEPED.cob".
           COPY "SELLOTETRF.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLOTE.cob".
           COPY "FDLOTEPED.cob".
           COPY "FDLOTETRF.cob".

       WORKING-STORAGE SECTION.

       01  LOTE-FILE-STATUS PIC X(2).
       01  LOTPED-FILE-STATUS PIC X(2).
       01  TRFLOTE-FILE-STATUS PIC X(2).

       01  DATA-HOJE PIC 9(8).
       01  FIM-LOTES PIC X.
       01  FIM-LOTES-DA-LINHA PIC X.
       01  FIM-LOTES-DA-TRANSF PIC X.
       01  QTDE-RESTANTE PIC 9(6).
       01  QTDE-DO-LOTE PIC 9(6).
       01  LIVRE-DO-LOTE PIC 9(6).
       01  RESERVA-DA-LINHA PIC 9(6).
       01  PENDENTE-DE-VOLTA PIC 9(6).
       01  PENDENTE-DE-CHEGADA PIC 9(6).

       01  LOTE-REGISTRO-FLAG PIC X.
           88 LOTE-EXISTE VALUE "S".
           88 LOTE-NOVO VALUE "N".

       01  LOTPED-REGISTRO-FLAG PIC X.
           88 LOTE-DA-LINHA-EXISTE VALUE "S".
           88 LOTE-DA-LINHA-NOVO VALUE "N".

       01  TRFLOTE-REGISTRO-FLAG PIC X.
           88 LOTE-DA-TRANSF-EXISTE VALUE "S".
           88 LOTE-DA-TRANSF-NOVO VALUE "N".

       LINKAGE SECTION.

       01  MOVLOTE-OPERACAO PIC X.
           88 MOVLOTE-CONSULTA VALUE "D".
           88 MOVLOTE-ENTRADA VALUE "E".
           88 MOVLOTE-RESERVA VALUE "R".
           88 MOVLOTE-LIBERA-RESERVA VALUE "L".
           88 MOVLOTE-SAIDA VALUE "S".
           88 MOVLOTE-VOLTA VALUE "V".
           88 MOVLOTE-BAIXA-AVULSA VALUE "B".
           88 MOVLOTE-ENVIO-TRANSF VALUE "T".
           88 MOVLOTE-CHEGADA-TRANSF VALUE "C".
       01  MOVLOTE-PRODUTO PIC 9(4).
       01  MOVLOTE-FILIAL PIC X(4).
       01  MOVLOTE-LOTE PIC X(10).
       01  MOVLOTE-VALIDADE PIC 9(8).
       01  MOVLOTE-PEDIDO PIC 9(6).
       01  MOVLOTE-LINHA PIC 9(3).
       01  MOVLOTE-QTDE PIC 9(6).
       01  MOVLOTE-QTDE-FEITA PIC 9(6).
       01  MOVLOTE-DISPONIVEL PIC 9(6).
       01  MOVLOTE-RESULTADO PIC X.
           88 MOVLOTE-OK VALUE "S".
           88 MOVLOTE-ERRO VALUE "N".

       PROCEDURE DIVISION USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
           MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
           MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
           MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL MOVLOTE-RESULTADO.
       PROGRAM-BEGIN.

           SET MOVLOTE-OK TO TRUE.
           MOVE ZEROS TO MOVLOTE-QTDE-FEITA.
           MOVE ZEROS TO MOVLOTE-DISPONIVEL.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           IF MOVLOTE-FILIAL = SPACES
               AND NOT MOVLOTE-LIBERA-RESERVA
               SET MOVLOTE-ERRO TO TRUE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-LOTE.
           OPEN I-O ARQUIVO-LOTE-PEDIDO.
           OPEN I-O ARQUIVO-LOTE-TRANSF.

           EVALUATE TRUE
               WHEN MOVLOTE-CONSULTA
                   PERFORM APURA-DISPONIVEL-DOS-LOTES
               WHEN MOVLOTE-ENTRADA
                   PERFORM ENTRA-NO-LOTE
               WHEN MOVLOTE-RESERVA
                   PERFORM RESERVA-NOS-LOTES
               WHEN MOVLOTE-LIBERA-RESERVA
                   PERFORM LIBERA-RESERVA-DA-LINHA
               WHEN MOVLOTE-SAIDA
                   PERFORM EMBARCA-PELA-LINHA
               WHEN MOVLOTE-VOLTA
                   PERFORM DEVOLVE-AOS-LOTES-DA-LINHA
               WHEN MOVLOTE-BAIXA-AVULSA
                   PERFORM SAI-DOS-LOTES-LIVRES
               WHEN MOVLOTE-ENVIO-TRANSF
                   PERFORM SAI-DOS-LOTES-LIVRES
               WHEN MOVLOTE-CHEGADA-TRANSF
                   PERFORM ENTRA-NOS-LOTES-DA-TRANSF
               WHEN OTHER
                   SET MOVLOTE-ERRO TO TRUE
           END-EVALUATE.

           CLOSE ARQUIVO-LOTE.
           CLOSE ARQUIVO-LOTE-PEDIDO.
           CLOSE ARQUIVO-LOTE-TRANSF.

       PROGRAM-DONE.
           GOBACK.

       APURA-DISPONIVEL-DOS-LOTES.
           PERFORM POSICIONA-NO-LOTE-VALIDO.
           PERFORM SOMA-DISPONIVEL-DO-LOTE UNTIL FIM-LOTES = "S".

       SOMA-DISPONIVEL-DO-LOTE.
           PERFORM LER-PROXIMO-LOTE.
           IF FIM-LOTES = "N"
               AND LOTE-SALDO > LOTE-QTDE-RESERVADA
               COMPUTE MOVLOTE-DISPONIVEL = MOVLOTE-DISPONIVEL
                   + LOTE-SALDO - LOTE-QTDE-RESERVADA
           END-IF.

       ENTRA-NO-LOTE.
           IF MOVLOTE-LOTE = SPACES OR MOVLOTE-VALIDADE = 0
               SET MOVLOTE-ERRO TO TRUE
           ELSE
               MOVE MOVLOTE-PRODUTO TO LOTE-PRODUTO
               MOVE MOVLOTE-FILIAL TO LOTE-FILIAL
               MOVE MOVLOTE-VALIDADE TO LOTE-VALIDADE
               MOVE MOVLOTE-LOTE TO LOTE-NUMERO
               PERFORM LE-LOTE-PELA-CHAVE
               ADD MOVLOTE-QTDE TO LOTE-SALDO
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   MOVE MOVLOTE-QTDE TO MOVLOTE-QTDE-FEITA
               END-IF
           END-IF.

       RESERVA-NOS-LOTES.
           MOVE MOVLOTE-QTDE TO QTDE-RESTANTE.
           PERFORM POSICIONA-NO-LOTE-VALIDO.
           PERFORM RESERVA-NO-PROXIMO-LOTE
               UNTIL FIM-LOTES = "S" OR QTDE-RESTANTE = 0.

       RESERVA-NO-PROXIMO-LOTE.
           PERFORM LER-PROXIMO-LOTE.
           IF FIM-LOTES = "N"
               AND LOTE-SALDO > LOTE-QTDE-RESERVADA
               PERFORM APURA-QTDE-DO-LOTE-LIVRE
               ADD QTDE-DO-LOTE TO LOTE-QTDE-RESERVADA
               SET LOTE-EXISTE TO TRUE
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
                   ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
                   PERFORM LE-LOTE-DA-LINHA
                   ADD QTDE-DO-LOTE TO LOTPED-QTDE-RESERVADA
                   PERFORM GRAVA-LOTE-DA-LINHA
               END-IF
           END-IF.

       APURA-QTDE-DO-LOTE-LIVRE.
      *    O que o lote em LOTE-REGISTRO tem livre, ate o que falta
           COMPUTE LIVRE-DO-LOTE = LOTE-SALDO - LOTE-QTDE-RESERVADA.
           IF LIVRE-DO-LOTE > QTDE-RESTANTE
               MOVE QTDE-RESTANTE TO QTDE-DO-LOTE
           ELSE
               MOVE LIVRE-DO-LOTE TO QTDE-DO-LOTE
           END-IF.

       LIBERA-RESERVA-DA-LINHA.
           PERFORM POSICIONA-NOS-LOTES-DA-LINHA.
           PERFORM LIBERA-PROXIMO-LOTE-DA-LINHA
               UNTIL FIM-LOTES-DA-LINHA = "S".

       LIBERA-PROXIMO-LOTE-DA-LINHA.
           PERFORM LER-PROXIMO-LOTE-DA-LINHA.
           IF FIM-LOTES-DA-LINHA = "N"
               AND LOTPED-QTDE-RESERVADA > 0
               MOVE LOTPED-QTDE-RESERVADA TO RESERVA-DA-LINHA
               MOVE ZEROS TO QTDE-DO-LOTE
               PERFORM BAIXA-NO-LOTE-DA-LINHA
               ADD RESERVA-DA-LINHA TO MOVLOTE-QTDE-FEITA
               MOVE ZEROS TO LOTPED-QTDE-RESERVADA
               PERFORM REGRAVA-OU-APAGA-LOTE-DA-LINHA
           END-IF.

       EMBARCA-PELA-LINHA.
      *    1a passada: os lotes reservados pra linha; 2a passada: o
      *    que faltar sai dos lotes livres que vencem primeiro
           MOVE MOVLOTE-QTDE TO QTDE-RESTANTE.
           PERFORM POSICIONA-NOS-LOTES-DA-LINHA.
           PERFORM EMBARCA-DO-LOTE-RESERVADO
               UNTIL FIM-LOTES-DA-LINHA = "S".
           IF QTDE-RESTANTE > 0
               PERFORM POSICIONA-NO-LOTE-VALIDO
               PERFORM EMBARCA-DO-PROXIMO-LOTE-LIVRE
                   UNTIL FIM-LOTES = "S" OR QTDE-RESTANTE = 0
           END-IF.

       EMBARCA-DO-LOTE-RESERVADO.
      *    Lote reservado que venceu desde a reserva so devolve a
      *    reserva; a quantidade dele sai de lote valido na 2a
      *    passada
           PERFORM LER-PROXIMO-LOTE-DA-LINHA.
           IF FIM-LOTES-DA-LINHA = "N"
               AND LOTPED-QTDE-RESERVADA > 0
               MOVE LOTPED-QTDE-RESERVADA TO RESERVA-DA-LINHA
               MOVE ZEROS TO QTDE-DO-LOTE
               IF LOTPED-VALIDADE NOT < DATA-HOJE
                   IF RESERVA-DA-LINHA > QTDE-RESTANTE
                       MOVE QTDE-RESTANTE TO QTDE-DO-LOTE
                   ELSE
                       MOVE RESERVA-DA-LINHA TO QTDE-DO-LOTE
                   END-IF
               END-IF
               PERFORM BAIXA-NO-LOTE-DA-LINHA
               SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
               ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
               ADD QTDE-DO-LOTE TO LOTPED-QTDE-EMBARCADA
               MOVE ZEROS TO LOTPED-QTDE-RESERVADA
               PERFORM REGRAVA-OU-APAGA-LOTE-DA-LINHA
           END-IF.

       EMBARCA-DO-PROXIMO-LOTE-LIVRE.
           PERFORM LER-PROXIMO-LOTE.
           IF FIM-LOTES = "N"
               AND LOTE-SALDO > LOTE-QTDE-RESERVADA
               PERFORM APURA-QTDE-DO-LOTE-LIVRE
               SUBTRACT QTDE-DO-LOTE FROM LOTE-SALDO
               SET LOTE-EXISTE TO TRUE
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
                   ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
                   PERFORM LE-LOTE-DA-LINHA
                   ADD QTDE-DO-LOTE TO LOTPED-QTDE-EMBARCADA
                   PERFORM GRAVA-LOTE-DA-LINHA
               END-IF
           END-IF.

       BAIXA-NO-LOTE-DA-LINHA.
      *    Tira do lote apontado por LOTPED-REGISTRO a reserva da
      *    linha (RESERVA-DA-LINHA) e o embarcado (QTDE-DO-LOTE), sem
      *    deixar saldo ou reserva negativos
           MOVE LOTPED-PRODUTO TO LOTE-PRODUTO.
           MOVE LOTPED-FILIAL TO LOTE-FILIAL.
           MOVE LOTPED-VALIDADE TO LOTE-VALIDADE.
           MOVE LOTPED-LOTE TO LOTE-NUMERO.
           READ ARQUIVO-LOTE
               INVALID KEY
                   SET MOVLOTE-ERRO TO TRUE
               NOT INVALID KEY
                   IF RESERVA-DA-LINHA > LOTE-QTDE-RESERVADA
                       MOVE ZEROS TO LOTE-QTDE-RESERVADA
                   ELSE
                       SUBTRACT RESERVA-DA-LINHA
                           FROM LOTE-QTDE-RESERVADA
                   END-IF
                   IF QTDE-DO-LOTE > LOTE-SALDO
                       MOVE ZEROS TO LOTE-SALDO
                   ELSE
                       SUBTRACT QTDE-DO-LOTE FROM LOTE-SALDO
                   END-IF
                   REWRITE LOTE-REGISTRO
                       INVALID KEY
                           SET MOVLOTE-ERRO TO TRUE
                   END-REWRITE
           END-READ.

       DEVOLVE-AOS-LOTES-DA-LINHA.
           MOVE MOVLOTE-QTDE TO QTDE-RESTANTE.
           PERFORM POSICIONA-NOS-LOTES-DA-LINHA.
           PERFORM DEVOLVE-AO-LOTE-DE-ORIGEM
               UNTIL FIM-LOTES-DA-LINHA = "S" OR QTDE-RESTANTE = 0.

       DEVOLVE-AO-LOTE-DE-ORIGEM.
      *    A mercadoria volta pro mesmo lote e validade, no estoque
      *    da filial que recebe a devolucao
           PERFORM LER-PROXIMO-LOTE-DA-LINHA.
           IF FIM-LOTES-DA-LINHA = "N"
               AND LOTPED-QTDE-EMBARCADA > LOTPED-QTDE-DEVOLVIDA
               COMPUTE PENDENTE-DE-VOLTA = LOTPED-QTDE-EMBARCADA
                   - LOTPED-QTDE-DEVOLVIDA
               IF PENDENTE-DE-VOLTA > QTDE-RESTANTE
                   MOVE QTDE-RESTANTE TO QTDE-DO-LOTE
               ELSE
                   MOVE PENDENTE-DE-VOLTA TO QTDE-DO-LOTE
               END-IF
               MOVE LOTPED-PRODUTO TO LOTE-PRODUTO
               MOVE MOVLOTE-FILIAL TO LOTE-FILIAL
               MOVE LOTPED-VALIDADE TO LOTE-VALIDADE
               MOVE LOTPED-LOTE TO LOTE-NUMERO
               PERFORM LE-LOTE-PELA-CHAVE
               ADD QTDE-DO-LOTE TO LOTE-SALDO
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
                   ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
                   ADD QTDE-DO-LOTE TO LOTPED-QTDE-DEVOLVIDA
                   REWRITE LOTPED-REGISTRO
                       INVALID KEY
                           SET MOVLOTE-ERRO TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

       SAI-DOS-LOTES-LIVRES.
      *    Saida sem linha de pedido: na baixa avulsa (B) o lote so
      *    perde o saldo; no envio de transferencia (T) cada lote
      *    tirado fica guardado pra chegada no destino
           MOVE MOVLOTE-QTDE TO QTDE-RESTANTE.
           PERFORM POSICIONA-NO-LOTE-VALIDO.
           PERFORM SAI-DO-PROXIMO-LOTE-LIVRE
               UNTIL FIM-LOTES = "S" OR QTDE-RESTANTE = 0.

       SAI-DO-PROXIMO-LOTE-LIVRE.
           PERFORM LER-PROXIMO-LOTE.
           IF FIM-LOTES = "N"
               AND LOTE-SALDO > LOTE-QTDE-RESERVADA
               PERFORM APURA-QTDE-DO-LOTE-LIVRE
               SUBTRACT QTDE-DO-LOTE FROM LOTE-SALDO
               SET LOTE-EXISTE TO TRUE
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
                   ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
                   IF MOVLOTE-ENVIO-TRANSF
                       PERFORM GRAVA-LOTE-DA-TRANSF
                   END-IF
               END-IF
           END-IF.

       GRAVA-LOTE-DA-TRANSF.
      *    O lote da transferencia e o que esta em LOTE-REGISTRO
           MOVE MOVLOTE-PEDIDO TO TRFLOTE-TRANSF.
           MOVE LOTE-PRODUTO TO TRFLOTE-PRODUTO.
           MOVE LOTE-VALIDADE TO TRFLOTE-VALIDADE.
           MOVE LOTE-NUMERO TO TRFLOTE-LOTE.
           READ ARQUIVO-LOTE-TRANSF
               INVALID KEY
                   SET LOTE-DA-TRANSF-NOVO TO TRUE
                   MOVE LOTE-FILIAL TO TRFLOTE-FILIAL-ORIGEM
                   MOVE ZEROS TO TRFLOTE-QTDE-ENVIADA
                   MOVE ZEROS TO TRFLOTE-QTDE-RECEBIDA
               NOT INVALID KEY
                   SET LOTE-DA-TRANSF-EXISTE TO TRUE
           END-READ.
           ADD QTDE-DO-LOTE TO TRFLOTE-QTDE-ENVIADA.
           IF LOTE-DA-TRANSF-NOVO
               WRITE TRFLOTE-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-WRITE
           ELSE
               REWRITE TRFLOTE-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-REWRITE
           END-IF.

       ENTRA-NOS-LOTES-DA-TRANSF.
           MOVE MOVLOTE-QTDE TO QTDE-RESTANTE.
           MOVE "N" TO FIM-LOTES-DA-TRANSF.
           MOVE MOVLOTE-PEDIDO TO TRFLOTE-TRANSF.
           MOVE MOVLOTE-PRODUTO TO TRFLOTE-PRODUTO.
           MOVE ZEROS TO TRFLOTE-VALIDADE.
           MOVE SPACES TO TRFLOTE-LOTE.
           START ARQUIVO-LOTE-TRANSF
               KEY IS NOT LESS THAN TRFLOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LOTES-DA-TRANSF
           END-START.
           PERFORM ENTRA-NO-LOTE-DA-TRANSF
               UNTIL FIM-LOTES-DA-TRANSF = "S" OR QTDE-RESTANTE = 0.

       ENTRA-NO-LOTE-DA-TRANSF.
      *    O lote entra no destino com a validade com que saiu, mesmo
      *    que tenha vencido no caminho - ai fica fora do disponivel
      *    e sai no relatorio do PROG326
           READ ARQUIVO-LOTE-TRANSF NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LOTES-DA-TRANSF
           END-READ.
           IF FIM-LOTES-DA-TRANSF = "N"
               IF TRFLOTE-TRANSF NOT = MOVLOTE-PEDIDO
                   OR TRFLOTE-PRODUTO NOT = MOVLOTE-PRODUTO
                   MOVE "S" TO FIM-LOTES-DA-TRANSF
               END-IF
           END-IF.
           IF FIM-LOTES-DA-TRANSF = "N"
               AND TRFLOTE-QTDE-ENVIADA > TRFLOTE-QTDE-RECEBIDA
               COMPUTE PENDENTE-DE-CHEGADA = TRFLOTE-QTDE-ENVIADA
                   - TRFLOTE-QTDE-RECEBIDA
               IF PENDENTE-DE-CHEGADA > QTDE-RESTANTE
                   MOVE QTDE-RESTANTE TO QTDE-DO-LOTE
               ELSE
                   MOVE PENDENTE-DE-CHEGADA TO QTDE-DO-LOTE
               END-IF
               MOVE TRFLOTE-PRODUTO TO LOTE-PRODUTO
               MOVE MOVLOTE-FILIAL TO LOTE-FILIAL
               MOVE TRFLOTE-VALIDADE TO LOTE-VALIDADE
               MOVE TRFLOTE-LOTE TO LOTE-NUMERO
               PERFORM LE-LOTE-PELA-CHAVE
               ADD QTDE-DO-LOTE TO LOTE-SALDO
               PERFORM GRAVA-LOTE
               IF MOVLOTE-OK
                   SUBTRACT QTDE-DO-LOTE FROM QTDE-RESTANTE
                   ADD QTDE-DO-LOTE TO MOVLOTE-QTDE-FEITA
                   ADD QTDE-DO-LOTE TO TRFLOTE-QTDE-RECEBIDA
                   REWRITE TRFLOTE-REGISTRO
                       INVALID KEY
                           SET MOVLOTE-ERRO TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

       POSICIONA-NO-LOTE-VALIDO.
      *    A validade de hoje na chave pula os lotes vencidos
           MOVE "N" TO FIM-LOTES.
           MOVE MOVLOTE-PRODUTO TO LOTE-PRODUTO.
           MOVE MOVLOTE-FILIAL TO LOTE-FILIAL.
           MOVE DATA-HOJE TO LOTE-VALIDADE.
           MOVE SPACES TO LOTE-NUMERO.
           START ARQUIVO-LOTE
               KEY IS NOT LESS THAN LOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LOTES
           END-START.

       LER-PROXIMO-LOTE.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LOTES
           END-READ.
           IF FIM-LOTES = "N"
               IF LOTE-PRODUTO NOT = MOVLOTE-PRODUTO
                   OR LOTE-FILIAL NOT = MOVLOTE-FILIAL
                   MOVE "S" TO FIM-LOTES
               END-IF
           END-IF.

       LE-LOTE-PELA-CHAVE.
      *    Lote que ainda nao passou pela filial comeca zerado
           READ ARQUIVO-LOTE
               INVALID KEY
                   SET LOTE-NOVO TO TRUE
                   MOVE ZEROS TO LOTE-SALDO
                   MOVE ZEROS TO LOTE-QTDE-RESERVADA
                   MOVE DATA-HOJE TO LOTE-DATA-ENTRADA
               NOT INVALID KEY
                   SET LOTE-EXISTE TO TRUE
           END-READ.

       GRAVA-LOTE.
           IF LOTE-NOVO
               WRITE LOTE-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-WRITE
           ELSE
               REWRITE LOTE-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-REWRITE
           END-IF.

       POSICIONA-NOS-LOTES-DA-LINHA.
           MOVE "N" TO FIM-LOTES-DA-LINHA.
           MOVE MOVLOTE-PEDIDO TO LOTPED-PEDIDO.
           MOVE MOVLOTE-LINHA TO LOTPED-LINHA.
           MOVE MOVLOTE-PRODUTO TO LOTPED-PRODUTO.
           MOVE ZEROS TO LOTPED-VALIDADE.
           MOVE SPACES TO LOTPED-LOTE.
           START ARQUIVO-LOTE-PEDIDO
               KEY IS NOT LESS THAN LOTPED-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LOTES-DA-LINHA
           END-START.

       LER-PROXIMO-LOTE-DA-LINHA.
           READ ARQUIVO-LOTE-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LOTES-DA-LINHA
           END-READ.
           IF FIM-LOTES-DA-LINHA = "N"
               IF LOTPED-PEDIDO NOT = MOVLOTE-PEDIDO
                   OR LOTPED-LINHA NOT = MOVLOTE-LINHA
                   OR LOTPED-PRODUTO NOT = MOVLOTE-PRODUTO
                   MOVE "S" TO FIM-LOTES-DA-LINHA
               END-IF
           END-IF.

       LE-LOTE-DA-LINHA.
      *    O lote da linha e o que esta em LOTE-REGISTRO
           MOVE MOVLOTE-PEDIDO TO LOTPED-PEDIDO.
           MOVE MOVLOTE-LINHA TO LOTPED-LINHA.
           MOVE LOTE-PRODUTO TO LOTPED-PRODUTO.
           MOVE LOTE-VALIDADE TO LOTPED-VALIDADE.
           MOVE LOTE-NUMERO TO LOTPED-LOTE.
           READ ARQUIVO-LOTE-PEDIDO
               INVALID KEY
                   SET LOTE-DA-LINHA-NOVO TO TRUE
                   MOVE LOTE-FILIAL TO LOTPED-FILIAL
                   MOVE ZEROS TO LOTPED-QTDE-RESERVADA
                   MOVE ZEROS TO LOTPED-QTDE-EMBARCADA
                   MOVE ZEROS TO LOTPED-QTDE-DEVOLVIDA
               NOT INVALID KEY
                   SET LOTE-DA-LINHA-EXISTE TO TRUE
           END-READ.

       GRAVA-LOTE-DA-LINHA.
           IF LOTE-DA-LINHA-NOVO
               WRITE LOTPED-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-WRITE
           ELSE
               REWRITE LOTPED-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-REWRITE
           END-IF.

       REGRAVA-OU-APAGA-LOTE-DA-LINHA.
      *    Linha que nao embarcou nada do lote nao guarda o lote
           IF LOTPED-QTDE-EMBARCADA = 0
               DELETE ARQUIVO-LOTE-PEDIDO RECORD
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-DELETE
           ELSE
               REWRITE LOTPED-REGISTRO
                   INVALID KEY
                       SET MOVLOTE-ERRO TO TRUE
               END-REWRITE
           END-IF.

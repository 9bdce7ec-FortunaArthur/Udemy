      *    o saldo final (titulos em aberto menos creditos abertos).
      *    Na (U)nitaria sai 1 cliente; em (T)odos saem todos os
      *    clientes com titulo em aberto, pra remessa mensal.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela pela condicao de
      *    pagamento, o extrato passou a listar cada parcela com o
      *    numero e o vencimento; a varredura dos titulos parte da
      *    chave pedido + parcela zerada.
      *    Cada titulo passou a sair com a NF-e do pedido (serie e
      *    numero gravados pelo faturamento do PROG66), que e o
      *    documento que o cliente tem na mao; titulo de pedido
      *    faturado antes da numeracao sai so com o pedido.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Titulo de pedido ja tirado de pedidos.dat pelo
      *    arquivamento do PROG310 saia so com o numero do pedido;
      *    se o operador pedir na entrada, a NF-e desse titulo e
      *    buscada em pedidos_historico.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCLIENTE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELCREDITO.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELPEDARQ.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDCREDITO.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDARQ.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CREDITO-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDARQ-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-TITULOS PIC X.
       01  FIM-CREDITOS PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CONSULTA-ARQUIVADOS-FLAG PIC X VALUE "N".
           88 CONSULTA-ARQUIVADOS VALUE "S".

       01  CODIGO-INFORMADO PIC 9(6).
       01  INDICE-CONTATO PIC 9.
       01  NOME-DESTINATARIO PIC X(20).

      *    Documento do titulo: NF-e serie/numero, ou o pedido
      *    quando a nota nao foi emitida
       01  DOCUMENTO-DO-TITULO.
           05 DOC-TIPO PIC X(4).
           05 DOC-SERIE PIC X(3).
           05 DOC-SEPARADOR PIC X.
           05 DOC-NUMERO PIC 9(6).

       01  SALDO-EM-ABERTO PIC 9(10)V99.
       01  CREDITOS-EM-ABERTO PIC 9(10)V99.
       01  SALDO-FINAL PIC S9(11)V99.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           OPEN INPUT ARQUIVO-CREDITO.
           OPEN INPUT ARQUIVO-PEDIDO.

           DISPLAY "Buscar no historico de pedidos os titulos de "
               "pedidos arquivados? (S/N)".
           ACCEPT CONSULTA-ARQUIVADOS-FLAG.
           IF CONSULTA-ARQUIVADOS
               OPEN INPUT ARQUIVO-PEDIDO-ARQUIVADO
           END-IF.

           MOVE "S" TO RESPOSTA.
           PERFORM ESCOLHE-MODO UNTIL RESPOSTA = "N".
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-CREDITO.
           CLOSE ARQUIVO-PEDIDO.
           IF CONSULTA-ARQUIVADOS
               CLOSE ARQUIVO-PEDIDO-ARQUIVADO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
           MOVE 0 TO QTDE-TITULOS-ABERTOS.
           MOVE "N" TO FIM-TITULOS.
           MOVE ZEROS TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TITULOS
           END-START.
               " CEP " CLIENTE-END-CEP.
           DISPLAY "---------------------------------------------".
           DISPLAY "SALDO ANTERIOR: 0 (INICIO DO ACERVO DE TITULOS)".
           DISPLAY "TITULOS (NF-E OU PEDIDO/PARCELA FATURADO "
               "VENCIMENTO ORIGINAL PAGO SALDO)".

           MOVE ZEROS TO SALDO-EM-ABERTO.
           MOVE "N" TO FIM-TITULOS.
           MOVE ZEROS TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TITULOS
           END-START.
           END-READ.
           IF FIM-TITULOS = "N"
               IF RECEBIVEL-CLIENTE = CODIGO-INFORMADO
                   PERFORM MONTA-DOCUMENTO-DO-TITULO
                   DISPLAY "  " DOCUMENTO-DO-TITULO "/"
                       RECEBIVEL-PARCELA " "
                       RECEBIVEL-DATA-FATURAMENTO " "
                       RECEBIVEL-DATA-VENCIMENTO " "
                       RECEBIVEL-VALOR-ORIGINAL " "
                       RECEBIVEL-VALOR-PAGO " "
                       RECEBIVEL-SALDO
               END-IF
           END-IF.

       MONTA-DOCUMENTO-DO-TITULO.
           MOVE RECEBIVEL-PEDIDO TO PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   MOVE SPACE TO PEDIDO-NFE-SITUACAO
                   IF CONSULTA-ARQUIVADOS
                       PERFORM BUSCA-PEDIDO-ARQUIVADO
                   END-IF
           END-READ.
           IF PEDIDO-NFE-NAO-EMITIDA
               MOVE "PED " TO DOC-TIPO
               MOVE SPACES TO DOC-SERIE
               MOVE SPACE TO DOC-SEPARADOR
               MOVE RECEBIVEL-PEDIDO TO DOC-NUMERO
           ELSE
               MOVE "NF  " TO DOC-TIPO
               MOVE PEDIDO-NFE-SERIE TO DOC-SERIE
               MOVE "-" TO DOC-SEPARADOR
               MOVE PEDIDO-NFE-NUMERO TO DOC-NUMERO
           END-IF.

       BUSCA-PEDIDO-ARQUIVADO.
      *    O historico guarda a mesma imagem de PEDIDO-REGISTRO
           MOVE RECEBIVEL-PEDIDO TO PEDARQ-NUMERO.
           READ ARQUIVO-PEDIDO-ARQUIVADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PEDARQ-REGISTRO TO PEDIDO-REGISTRO
           END-READ.

       LISTA-CREDITO-DO-EXTRATO.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END

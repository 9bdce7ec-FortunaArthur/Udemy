       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG177.
      *    Programa de Conversao do Arquivo de Pedidos para o Layout
      *    com os Itens em pedido_itens.dat
      *    Passagem unica depois que os itens sairam de
      *    PEDIDO-REGISTRO (PEDIDO-ITEM OCCURS 10) pro arquivo
      *    proprio de linhas: um pedidos.dat gravado no layout antigo
      *    de 565 bytes nao abre mais em programa nenhum. Este
      *    programa, no mesmo molde de descarga e recarga do PROG114,
      *    ainda conhece o layout antigo: descarrega o arquivo antigo
      *    num arquivo de trabalho sequencial, recria pedidos.dat ja
      *    no layout novo e grava em pedido_itens.dat 1 registro por
      *    item ocupado do pedido, com a linha numerada de 1 em
      *    diante, reserva e quantidade atendida preservadas. Rodado
      *    sobre um arquivo ja convertido, a abertura no layout
      *    antigo falha e o programa encerra sem mexer em nada.
      *    A linha convertida leva o preco unitario cobrado (valor da
      *    linha pela quantidade pedida); o preco de tabela e o
      *    acordo de preco ficam zerados, que o layout antigo nao
      *    guardava. O pedido convertido sai sem transportadora
      *    (retirada), com peso bruto e frete de tabela zerados.
      *    Desde que as datas passaram a ter ano de 4 digitos, as
      *    datas do pedido (AAMMDD no layout antigo) saem expandidas
      *    pra AAAAMMDD pela sub-rotina PROG225.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PEDIDO-ANTIGO
           ASSIGN TO "pedidos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUMERO
           FILE STATUS IS ANTIGO-FILE-STATUS.

           COPY "SELPEDIDO.cob".
           COPY "SELPEDITEM.cob".

           SELECT ARQUIVO-TRABALHO-CONVERSAO
           ASSIGN TO "pedidos_conversao.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Layout ANTIGO de 565 bytes, com os 10 itens dentro do
      *    registro - so este programa ainda o conhece
       FD ARQUIVO-PEDIDO-ANTIGO.

       01  ANT-REGISTRO.
           05 ANT-NUMERO PIC 9(6).
           05 FILLER PIC X(559).

           COPY "FDPEDIDO.cob".
           COPY "FDPEDITEM.cob".

       FD ARQUIVO-TRABALHO-CONVERSAO.

       01  LINHA-TRABALHO-CONVERSAO PIC X(565).

       WORKING-STORAGE SECTION.

       01  ANTIGO-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  INDICE-ITEM PIC 9(2).
       01  LINHAS-GRAVADAS PIC 9(3).
       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).

      *    Area de trabalho no desenho antigo, pra recarga nao
      *    depender da area de registro de um arquivo fechado
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-NUMERO PIC 9(6).
           05 TRAB-ANT-CLIENTE-CODIGO PIC 9(6).
           05 TRAB-ANT-DATA PIC 9(6).
           05 TRAB-ANT-VALOR PIC 9(8)V99.
           05 TRAB-ANT-SITUACAO PIC X.
           05 TRAB-ANT-DATA-PAGAMENTO PIC 9(6).
           05 TRAB-ANT-DATA-EMBARQUE PIC 9(6).
           05 TRAB-ANT-DATA-CANCELAMENTO PIC 9(6).
           05 TRAB-ANT-MOTIVO-CANCELAMENTO PIC X.
           05 TRAB-ANT-OPERADOR-CANCELAMENTO PIC X(10).
           05 TRAB-ANT-ENDERECO-ENTREGA PIC X(50).
           05 TRAB-ANT-VALOR-FRETE PIC 9(6)V99.
           05 TRAB-ANT-VALOR-MERCADORIA PIC 9(8)V99.
           05 TRAB-ANT-VALOR-ICMS PIC 9(8)V99.
           05 TRAB-ANT-VENDEDOR PIC 9(4).
           05 TRAB-ANT-CONDICAO-PAGAMENTO PIC 9(3).
           05 TRAB-ANT-QTDE-ITENS PIC 9(2).
           05 TRAB-ANT-ITEM OCCURS 10 TIMES.
               10 TRAB-ANT-ITEM-CODIGO PIC 9(4).
               10 TRAB-ANT-ITEM-DESCRICAO PIC X(20).
               10 TRAB-ANT-ITEM-QTDE PIC 9(3).
               10 TRAB-ANT-ITEM-VALOR PIC 9(7)V99.
               10 TRAB-ANT-ITEM-QTDE-RESERVADA PIC 9(3).
               10 TRAB-ANT-ITEM-QTDE-ATENDIDA PIC 9(3).

       01  TOTAL-DESCARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-LINHAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA DO ARQUIVO DE PEDIDOS PARA O "
               "LAYOUT COM OS ITENS EM PEDIDO_ITENS.DAT".
           DISPLAY "CONFIRMA A CONVERSAO? (S/N)".
           ACCEPT RESPOSTA-CONFIRMA.
           IF RESPOSTA-CONFIRMA NOT = "S"
               DISPLAY "CONVERSAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDO-ANTIGO.
           IF ANTIGO-FILE-STATUS NOT = "00"
               DISPLAY "ARQUIVO NAO ABRIU NO LAYOUT ANTIGO (STATUS "
                   ANTIGO-FILE-STATUS ") - JA CONVERTIDO OU "
                   "INDISPONIVEL, NADA FEITO"
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM DESCARREGA-LAYOUT-ANTIGO.
           PERFORM RECARREGA-LAYOUT-NOVO.

           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDOS DESCARREGADOS: " TOTAL-DESCARREGADOS.
           DISPLAY "PEDIDOS CONVERTIDOS: " TOTAL-CONVERTIDOS.
           DISPLAY "LINHAS GRAVADAS EM PEDIDO_ITENS.DAT: "
               TOTAL-LINHAS.

       PROGRAM-DONE.
           STOP RUN.

       DESCARREGA-LAYOUT-ANTIGO.
      *    Varre o indexado antigo na ordem da chave e grava cada
      *    registro, tal como esta, no arquivo de trabalho
           OPEN OUTPUT ARQUIVO-TRABALHO-CONVERSAO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ANTIGO.
           PERFORM GRAVA-NO-TRABALHO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PEDIDO-ANTIGO.
           CLOSE ARQUIVO-TRABALHO-CONVERSAO.

       LER-PROXIMO-ANTIGO.
           READ ARQUIVO-PEDIDO-ANTIGO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GRAVA-NO-TRABALHO.
           MOVE ANT-REGISTRO TO LINHA-TRABALHO-CONVERSAO.
           WRITE LINHA-TRABALHO-CONVERSAO.
           ADD 1 TO TOTAL-DESCARREGADOS.
           PERFORM LER-PROXIMO-ANTIGO.

       RECARREGA-LAYOUT-NOVO.
      *    Recria pedidos.dat ja no layout novo e abre pedido_itens.dat
      *    do zero; cada pedido leva as suas linhas junto
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN OUTPUT ARQUIVO-PEDIDO.
           OPEN OUTPUT ARQUIVO-PEDIDO-ITEM.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONVERTE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-PEDIDO-ITEM.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO-CONVERSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONVERTE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.

      *    Quantidade fora de 0-10 no arquivo antigo nao tem como
      *    ser item de verdade: limita aos 10 do OCCURS antigo
           IF TRAB-ANT-QTDE-ITENS > 10
               DISPLAY "PEDIDO " TRAB-ANT-NUMERO " COM "
                   TRAB-ANT-QTDE-ITENS " ITENS - CONVERTIDOS OS 10 "
                   "DO LAYOUT ANTIGO"
               MOVE 10 TO TRAB-ANT-QTDE-ITENS
           END-IF.

           MOVE 0 TO LINHAS-GRAVADAS.
           PERFORM CONVERTE-ITEM
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > TRAB-ANT-QTDE-ITENS.

           MOVE SPACES TO PEDIDO-REGISTRO.
           MOVE TRAB-ANT-NUMERO TO PEDIDO-NUMERO.
           MOVE TRAB-ANT-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE TRAB-ANT-DATA TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA.
           MOVE TRAB-ANT-VALOR TO PEDIDO-VALOR.
           MOVE TRAB-ANT-SITUACAO TO PEDIDO-SITUACAO.
           MOVE TRAB-ANT-DATA-PAGAMENTO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-PAGAMENTO.
           MOVE TRAB-ANT-DATA-EMBARQUE TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-EMBARQUE.
           MOVE TRAB-ANT-DATA-CANCELAMENTO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-CANCELAMENTO.
           MOVE TRAB-ANT-MOTIVO-CANCELAMENTO
               TO PEDIDO-MOTIVO-CANCELAMENTO.
           MOVE TRAB-ANT-OPERADOR-CANCELAMENTO
               TO PEDIDO-OPERADOR-CANCELAMENTO.
           MOVE TRAB-ANT-ENDERECO-ENTREGA TO PEDIDO-ENDERECO-ENTREGA.
           MOVE TRAB-ANT-VALOR-FRETE TO PEDIDO-VALOR-FRETE.
           MOVE TRAB-ANT-VALOR-MERCADORIA TO PEDIDO-VALOR-MERCADORIA.
           MOVE TRAB-ANT-VALOR-ICMS TO PEDIDO-VALOR-ICMS.
           MOVE TRAB-ANT-VENDEDOR TO PEDIDO-VENDEDOR.
           MOVE TRAB-ANT-CONDICAO-PAGAMENTO
               TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE LINHAS-GRAVADAS TO PEDIDO-QTDE-ITENS.
           MOVE ZEROS TO PEDIDO-TRANSPORTADORA.
           MOVE ZEROS TO PEDIDO-PESO-BRUTO.
           MOVE ZEROS TO PEDIDO-FRETE-TABELA.
           MOVE SPACES TO PEDIDO-FRETE-SUPERVISOR.

           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O PEDIDO "
                       PEDIDO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.
           PERFORM LER-PROXIMO-TRABALHO.

       CONVERTE-ITEM.
           MOVE SPACES TO PEDIDO-ITEM-REGISTRO.
           MOVE TRAB-ANT-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE INDICE-ITEM TO PEDIDO-ITEM-LINHA.
           MOVE TRAB-ANT-ITEM-CODIGO(INDICE-ITEM)
               TO PEDIDO-ITEM-CODIGO.
           MOVE TRAB-ANT-ITEM-DESCRICAO(INDICE-ITEM)
               TO PEDIDO-ITEM-DESCRICAO.
           MOVE TRAB-ANT-ITEM-QTDE(INDICE-ITEM) TO PEDIDO-ITEM-QTDE.
           MOVE TRAB-ANT-ITEM-VALOR(INDICE-ITEM) TO PEDIDO-ITEM-VALOR.
           MOVE TRAB-ANT-ITEM-QTDE-RESERVADA(INDICE-ITEM)
               TO PEDIDO-ITEM-QTDE-RESERVADA.
           MOVE TRAB-ANT-ITEM-QTDE-ATENDIDA(INDICE-ITEM)
               TO PEDIDO-ITEM-QTDE-ATENDIDA.
           IF PEDIDO-ITEM-QTDE = 0
               MOVE ZEROS TO PEDIDO-ITEM-PRECO-UNITARIO
           ELSE
               COMPUTE PEDIDO-ITEM-PRECO-UNITARIO =
                   PEDIDO-ITEM-VALOR / PEDIDO-ITEM-QTDE
           END-IF.
           MOVE ZEROS TO PEDIDO-ITEM-PRECO-TABELA.
           MOVE ZEROS TO PEDIDO-ITEM-ACORDO.
           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " INDICE-ITEM
                       " DO PEDIDO " TRAB-ANT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO LINHAS-GRAVADAS
                   ADD 1 TO TOTAL-LINHAS
           END-WRITE.

       EXPANDE-DATA.
           MOVE "D" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

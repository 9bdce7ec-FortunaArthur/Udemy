       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG197.
      *    Programa de Carga Inicial do Estoque por Filial
      *    Passagem unica na entrada do estoque por filial: ate aqui
      *    o saldo e a reserva de cada produto so existiam pra casa
      *    inteira em produtos.dat. O operador informa a filial sede
      *    (cadastrada e Ativa em filiais.dat), e o programa grava em
      *    estoque_filial.dat, pra cada produto com saldo ou reserva,
      *    o registro da sede com o saldo e a reserva de hoje - dai
      *    em diante o PROG116, o PROG124, o PROG125, o PROG118 e as
      *    transferencias do PROG196 distribuem a mercadoria pelas
      *    filiais. Os pedidos ainda sem filial de expedicao
      *    (PEDIDO-FILIAL-EXPEDICAO em branco) recebem a sede, que e
      *    onde a reserva deles ficou.
      *    Produto que ja tem registro em alguma filial e pulado, e
      *    pedido que ja tem filial de expedicao nao e tocado: rodar
      *    de novo nao duplica nada.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTQFIL.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELFILIAL.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTQFIL.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  ESTFIL-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).

       01  FINAL-PRODUTOS PIC X.
       01  FINAL-PEDIDOS PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  FILIAL-SEDE PIC X(4).

       01  FILIAL-VALIDACAO-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

       01  PRODUTO-NA-FILIAL-FLAG PIC X VALUE "N".
           88 PRODUTO-JA-NAS-FILIAIS VALUE "S".
           88 PRODUTO-FORA-DAS-FILIAIS VALUE "N".

       01  TOTAL-PRODUTOS-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-PRODUTOS-CARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-PRODUTOS-PULADOS PIC 9(6) VALUE 0.
       01  TOTAL-PEDIDOS-MARCADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FILIAL.
           DISPLAY "Informe a Filial Sede (recebe o estoque atual):".
           ACCEPT FILIAL-SEDE.
           PERFORM VALIDA-FILIAL-SEDE.
           CLOSE ARQUIVO-FILIAL.
           IF FILIAL-NAO-APTA
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN I-O ARQUIVO-ESTOQUE-FILIAL.
           MOVE "N" TO FINAL-PRODUTOS.
           PERFORM LER-PROXIMO-PRODUTO.
           PERFORM CARREGA-PRODUTO UNTIL FINAL-PRODUTOS = "S".
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-ESTOQUE-FILIAL.

           OPEN I-O ARQUIVO-PEDIDO.
           MOVE "N" TO FINAL-PEDIDOS.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM MARCA-PEDIDO UNTIL FINAL-PEDIDOS = "S".
           CLOSE ARQUIVO-PEDIDO.

           DISPLAY "PRODUTOS LIDOS: " TOTAL-PRODUTOS-LIDOS.
           DISPLAY "PRODUTOS CARREGADOS NA FILIAL " FILIAL-SEDE ": "
               TOTAL-PRODUTOS-CARREGADOS.
           DISPLAY "PRODUTOS PULADOS (JA NAS FILIAIS): "
               TOTAL-PRODUTOS-PULADOS.
           DISPLAY "PEDIDOS MARCADOS COM A FILIAL " FILIAL-SEDE ": "
               TOTAL-PEDIDOS-MARCADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       VALIDA-FILIAL-SEDE.
           SET FILIAL-NAO-APTA TO TRUE.
           MOVE FILIAL-SEDE TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-SEDE
                       " NAO CONSTA NO CADASTRO DE FILIAIS - CARGA "
                       "NAO FEITA"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL SEDE: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-SEDE
                           " INATIVA NO CADASTRO - CARGA NAO FEITA"
                   END-IF
           END-READ.

       LER-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD
               AT END MOVE "S" TO FINAL-PRODUTOS.

       CARREGA-PRODUTO.
           ADD 1 TO TOTAL-PRODUTOS-LIDOS.
           IF PRODUTO-SALDO-ESTOQUE > 0
               OR PRODUTO-QTDE-RESERVADA > 0
               PERFORM VERIFICA-PRODUTO-NAS-FILIAIS
               IF PRODUTO-JA-NAS-FILIAIS
                   ADD 1 TO TOTAL-PRODUTOS-PULADOS
               ELSE
                   PERFORM GRAVA-PRODUTO-NA-SEDE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PRODUTO.

       VERIFICA-PRODUTO-NAS-FILIAIS.
      *    Qualquer registro do produto em estoque_filial.dat quer
      *    dizer que ele ja foi carregado (ou ja teve movimento)
           SET PRODUTO-FORA-DAS-FILIAIS TO TRUE.
           MOVE PRODUTO-CODIGO TO ESTFIL-PRODUTO.
           MOVE LOW-VALUES TO ESTFIL-FILIAL.
           START ARQUIVO-ESTOQUE-FILIAL
               KEY IS NOT LESS THAN ESTFIL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-ESTOQUE-FILIAL NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ESTFIL-PRODUTO = PRODUTO-CODIGO
                               SET PRODUTO-JA-NAS-FILIAIS TO TRUE
                           END-IF
                   END-READ
           END-START.

       GRAVA-PRODUTO-NA-SEDE.
           MOVE PRODUTO-CODIGO TO ESTFIL-PRODUTO.
           MOVE FILIAL-SEDE TO ESTFIL-FILIAL.
           MOVE PRODUTO-SALDO-ESTOQUE TO ESTFIL-SALDO.
           MOVE PRODUTO-QTDE-RESERVADA TO ESTFIL-QTDE-RESERVADA.
           MOVE ZEROS TO ESTFIL-EM-TRANSITO.
           WRITE ESTFIL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PRODUTO " PRODUTO-CODIGO
                       " NA FILIAL " FILIAL-SEDE
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-PRODUTOS-CARREGADOS
           END-WRITE.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-PEDIDOS.

       MARCA-PEDIDO.
           IF PEDIDO-FILIAL-EXPEDICAO = SPACES
               MOVE FILIAL-SEDE TO PEDIDO-FILIAL-EXPEDICAO
               REWRITE PEDIDO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                           PEDIDO-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-PEDIDOS-MARCADOS
               END-REWRITE
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de produtos carregados na sede; a linha sai
      *    sob a sigla ESTFIL (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ESTFIL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-PRODUTOS-CARREGADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

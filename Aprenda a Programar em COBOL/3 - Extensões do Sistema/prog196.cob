       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG196.
      *    Programa de Transferencia de Estoque entre Filiais
      *    Com o estoque por filial (estoque_filial.dat), mercadoria
      *    que sobra numa filial e falta em outra deixou de ser
      *    "empresta ai" por telefone: a transferencia vira um
      *    documento em transferencias.dat, numerado pela serie
      *    TRANSF do controle de numeracao, com 2 passos:
      *    (E)nviar - a filial de origem despacha a quantidade, que
      *    sai do saldo da origem e fica a caminho da filial de
      *    destino; so sai o que estiver disponivel na origem (saldo
      *    menos reserva). O documento nasce Em transito.
      *    (R)eceber - a filial de destino confirma a chegada pelo
      *    numero do documento: a quantidade sai do a caminho e
      *    entra no saldo do destino, e o documento passa a
      *    Recebido.
      *    (C)onsultar lista os documentos ainda em transito.
      *    Cada passo grava no razao estoque_movimentos.dat um
      *    movimento de Transferencia (T - no envio, com a filial de
      *    origem; T + no recebimento, com a filial de destino;
      *    documento = numero da transferencia). O saldo da casa em
      *    produtos.dat nao muda: a mercadoria so muda de lugar, e o
      *    kardex do PROG115 mostra o que esta em transito.
      *    O operador passa pelo sign-on do PROG83 (sigla TRANSF),
      *    com sign-off no PROG163, e fica carimbado no documento.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Produto com controle de lote (PRODUTO-COM-LOTE) so sai ate
      *    o disponivel dos lotes validos da origem, e o envio tira
      *    dos lotes que vencem primeiro pela sub-rotina PROG325, que
      *    guarda de que lote saiu (transferencia_lotes.dat); no
      *    recebimento a mercadoria entra no destino com o mesmo lote
      *    e validade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELTRANSF.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELFILIAL.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTRANSF.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  TRANSF-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  OPERACAO PIC X.
       01  RESPOSTA PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-PRODUTO-INFORMADO PIC 9(4).
       01  QTDE-INFORMADA PIC 9(6).
       01  FILIAL-INFORMADA PIC X(4).
       01  FILIAL-ORIGEM-INFORMADA PIC X(4).
       01  FILIAL-DESTINO-INFORMADA PIC X(4).
       01  NUMERO-INFORMADO PIC 9(6).
       01  NUMERO-TRANSF-TIRADO PIC 9(6).
       01  FIM-TRANSFERENCIAS PIC X.
       01  TOTAL-EM-TRANSITO PIC 9(6).
       01  FILIAL-DO-MOVIMENTO PIC X(4).
       01  SINAL-DO-MOVIMENTO PIC X.

       01  FILIAL-VALIDACAO-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

       01  ENVIO-VALIDACAO-FLAG PIC X VALUE "N".
           88 ENVIO-APTO VALUE "S".
           88 ENVIO-NAO-APTO VALUE "N".

      *    Parametros da sub-rotina de estoque por filial (PROG195)
       01  MOVFIL-OPERACAO PIC X.
       01  MOVFIL-PRODUTO PIC 9(4).
       01  MOVFIL-FILIAL PIC X(4).
       01  MOVFIL-QTDE PIC 9(6).
       01  MOVFIL-SALDO PIC 9(6).
       01  MOVFIL-DISPONIVEL PIC 9(6).
       01  MOVFIL-RESULTADO PIC X.
           88 MOVFIL-OK VALUE "S".
           88 MOVFIL-ERRO VALUE "N".

      *    Parametros da sub-rotina de estoque por lote (PROG325)
       01  MOVLOTE-OPERACAO PIC X.
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

       01  TOTAL-ENVIADAS PIC 9(6) VALUE 0.
       01  TOTAL-RECEBIDAS PIC 9(6) VALUE 0.
       01  TOTAL-PROCESSADAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "TRANSF".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - TRANSFERENCIAS ENCERRADAS"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-TRANSFERENCIA.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN EXTEND ARQUIVO-MOVIMENTO-ESTOQUE.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-TRANSFERENCIAS UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-TRANSFERENCIA.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

           DISPLAY "TRANSFERENCIAS ENVIADAS NESTA EXECUCAO: "
               TOTAL-ENVIADAS.
           DISPLAY "TRANSFERENCIAS RECEBIDAS NESTA EXECUCAO: "
               TOTAL-RECEBIDAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-TRANSFERENCIAS.
           DISPLAY "-------------"
           DISPLAY "(E)nviar (R)eceber ou (C)onsultar Transferencias "
               "em Transito?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "E"
                   PERFORM ENVIA-TRANSFERENCIA
               WHEN "R"
                   PERFORM RECEBE-TRANSFERENCIA
               WHEN "C"
                   PERFORM LISTA-EM-TRANSITO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar nas transferencias? (S/N)".
           ACCEPT RESPOSTA.

       ENVIA-TRANSFERENCIA.
           SET ENVIO-NAO-APTO TO TRUE.
           DISPLAY "Codigo do Produto a Transferir:".
           ACCEPT CODIGO-PRODUTO-INFORMADO.
           MOVE CODIGO-PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " CODIGO-PRODUTO-INFORMADO
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
                   PERFORM ACEITA-FILIAIS-DO-ENVIO
           END-READ.
           IF ENVIO-APTO
               PERFORM ACEITA-QTDE-DO-ENVIO
           END-IF.
           IF ENVIO-APTO
               PERFORM GRAVA-ENVIO
           END-IF.

       ACEITA-FILIAIS-DO-ENVIO.
      *    Origem e destino cadastradas, Ativas e diferentes
           DISPLAY "Filial de Origem:".
           MOVE SPACES TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           PERFORM VALIDA-FILIAL-INFORMADA.
           IF FILIAL-APTA
               MOVE FILIAL-INFORMADA TO FILIAL-ORIGEM-INFORMADA
               DISPLAY "Filial de Destino:"
               MOVE SPACES TO FILIAL-INFORMADA
               ACCEPT FILIAL-INFORMADA
               PERFORM VALIDA-FILIAL-INFORMADA
           END-IF.
           IF FILIAL-APTA
               MOVE FILIAL-INFORMADA TO FILIAL-DESTINO-INFORMADA
               IF FILIAL-DESTINO-INFORMADA = FILIAL-ORIGEM-INFORMADA
                   DISPLAY "ORIGEM E DESTINO SAO A MESMA FILIAL - "
                       "TRANSFERENCIA RECUSADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   SET ENVIO-APTO TO TRUE
               END-IF
           ELSE
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       VALIDA-FILIAL-INFORMADA.
           SET FILIAL-NAO-APTA TO TRUE.
           MOVE FILIAL-INFORMADA TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-INFORMADA
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-INFORMADA
                           " INATIVA NO CADASTRO"
                   END-IF
           END-READ.

       ACEITA-QTDE-DO-ENVIO.
      *    So sai o disponivel da origem: a mercadoria reservada pra
      *    pedido da filial nao pode ser despachada pra outra
           MOVE "D" TO MOVFIL-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE FILIAL-ORIGEM-INFORMADA TO MOVFIL-FILIAL.
           MOVE ZEROS TO MOVFIL-QTDE.
           PERFORM CHAMA-ESTOQUE-DA-FILIAL.
           IF PRODUTO-COM-LOTE
               PERFORM LIMITA-PELO-DISPONIVEL-DOS-LOTES
           END-IF.
           DISPLAY "SALDO NA ORIGEM: " MOVFIL-SALDO
               " DISPONIVEL: " MOVFIL-DISPONIVEL.
           DISPLAY "Quantidade a Transferir:".
           ACCEPT QTDE-INFORMADA.
           IF QTDE-INFORMADA = 0
               OR QTDE-INFORMADA > MOVFIL-DISPONIVEL
               DISPLAY "QUANTIDADE FORA DO DISPONIVEL NA ORIGEM ("
                   MOVFIL-DISPONIVEL ") - TRANSFERENCIA RECUSADA"
               SET ENVIO-NAO-APTO TO TRUE
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       LIMITA-PELO-DISPONIVEL-DOS-LOTES.
      *    Lote vencido nao viaja: o disponivel da origem fica no
      *    que os lotes validos cobrem
           MOVE "D" TO MOVLOTE-OPERACAO.
           MOVE FILIAL-ORIGEM-INFORMADA TO MOVLOTE-FILIAL.
           MOVE ZEROS TO MOVLOTE-PEDIDO.
           MOVE ZEROS TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-DISPONIVEL < MOVFIL-DISPONIVEL
               MOVE MOVLOTE-DISPONIVEL TO MOVFIL-DISPONIVEL
           END-IF.

       GRAVA-ENVIO.
           PERFORM OBTEM-NUMERO-DA-TRANSFERENCIA.
           MOVE SPACE TO TRANSF-REGISTRO.
           MOVE NUMERO-TRANSF-TIRADO TO TRANSF-NUMERO.
           MOVE PRODUTO-CODIGO TO TRANSF-PRODUTO.
           MOVE QTDE-INFORMADA TO TRANSF-QTDE.
           MOVE FILIAL-ORIGEM-INFORMADA TO TRANSF-FILIAL-ORIGEM.
           MOVE FILIAL-DESTINO-INFORMADA TO TRANSF-FILIAL-DESTINO.
           SET TRANSF-EM-TRANSITO TO TRUE.
           MOVE DATA-EXECUCAO TO TRANSF-DATA-ENVIO.
           MOVE OPERADOR-ID TO TRANSF-OPERADOR-ENVIO.
           MOVE ZEROS TO TRANSF-DATA-RECEBIMENTO.
           MOVE SPACES TO TRANSF-OPERADOR-RECEBIMENTO.
           WRITE TRANSF-REGISTRO
               INVALID KEY
                   DISPLAY "TRANSFERENCIA " TRANSF-NUMERO
                       " JA CADASTRADA - ENVIO NAO GRAVADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM APLICA-ENVIO-NAS-FILIAIS
           END-WRITE.

       APLICA-ENVIO-NAS-FILIAIS.
           MOVE TRANSF-PRODUTO TO MOVFIL-PRODUTO.
           MOVE "S" TO MOVFIL-OPERACAO.
           MOVE TRANSF-FILIAL-ORIGEM TO MOVFIL-FILIAL.
           MOVE TRANSF-QTDE TO MOVFIL-QTDE.
           PERFORM CHAMA-ESTOQUE-DA-FILIAL.
           IF PRODUTO-COM-LOTE
               PERFORM TIRA-DOS-LOTES-DA-ORIGEM
           END-IF.
           MOVE "A" TO MOVFIL-OPERACAO.
           MOVE TRANSF-FILIAL-DESTINO TO MOVFIL-FILIAL.
           MOVE TRANSF-QTDE TO MOVFIL-QTDE.
           PERFORM CHAMA-ESTOQUE-DA-FILIAL.
           MOVE TRANSF-FILIAL-ORIGEM TO FILIAL-DO-MOVIMENTO.
           MOVE "-" TO SINAL-DO-MOVIMENTO.
           PERFORM GRAVA-MOVIMENTO-TRANSFERENCIA.
           ADD 1 TO TOTAL-ENVIADAS.
           DISPLAY "TRANSFERENCIA " TRANSF-NUMERO " ENVIADA DE "
               TRANSF-FILIAL-ORIGEM " PARA " TRANSF-FILIAL-DESTINO
               " - " TRANSF-QTDE " EM TRANSITO".

       TIRA-DOS-LOTES-DA-ORIGEM.
      *    A sub-rotina guarda os lotes tirados pelo numero da
      *    transferencia, pro recebimento no destino
           MOVE "T" TO MOVLOTE-OPERACAO.
           MOVE TRANSF-FILIAL-ORIGEM TO MOVLOTE-FILIAL.
           MOVE TRANSF-NUMERO TO MOVLOTE-PEDIDO.
           MOVE TRANSF-QTDE TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
               DISPLAY "AVISO: LOTES DO PRODUTO " TRANSF-PRODUTO
                   " NA ORIGEM COBRIRAM SO " MOVLOTE-QTDE-FEITA
                   " DE " MOVLOTE-QTDE " - CONFERIR LOTES"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       RECEBE-TRANSFERENCIA.
           DISPLAY "Numero da Transferencia Recebida:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO TRANSF-NUMERO.
           READ ARQUIVO-TRANSFERENCIA
               INVALID KEY
                   DISPLAY "TRANSFERENCIA " NUMERO-INFORMADO
                       " NAO ENCONTRADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF TRANSF-EM-TRANSITO
                       PERFORM CONFIRMA-RECEBIMENTO
                   ELSE
                       DISPLAY "TRANSFERENCIA " TRANSF-NUMERO
                           " JA RECEBIDA EM " TRANSF-DATA-RECEBIMENTO
                           " POR " TRANSF-OPERADOR-RECEBIMENTO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   END-IF
           END-READ.

       CONFIRMA-RECEBIMENTO.
           DISPLAY "PRODUTO " TRANSF-PRODUTO " QTDE " TRANSF-QTDE
               " DE " TRANSF-FILIAL-ORIGEM " PARA "
               TRANSF-FILIAL-DESTINO " ENVIADA EM " TRANSF-DATA-ENVIO.
           DISPLAY "Confirma a chegada na filial de destino? (S/N)".
           ACCEPT RESPOSTA-CONFIRMA.
           IF RESPOSTA-CONFIRMA = "S"
      *        O documento e regravado antes de mexer no estoque, pra
      *        a mesma transferencia nao entrar 2 vezes no destino
               SET TRANSF-RECEBIDA TO TRUE
               MOVE DATA-EXECUCAO TO TRANSF-DATA-RECEBIMENTO
               MOVE OPERADOR-ID TO TRANSF-OPERADOR-RECEBIMENTO
               REWRITE TRANSF-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A TRANSFERENCIA "
                           TRANSF-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM APLICA-RECEBIMENTO-NA-FILIAL
               END-REWRITE
           END-IF.

       APLICA-RECEBIMENTO-NA-FILIAL.
           MOVE TRANSF-PRODUTO TO MOVFIL-PRODUTO.
           MOVE "C" TO MOVFIL-OPERACAO.
           MOVE TRANSF-FILIAL-DESTINO TO MOVFIL-FILIAL.
           MOVE TRANSF-QTDE TO MOVFIL-QTDE.
           PERFORM CHAMA-ESTOQUE-DA-FILIAL.
      *    O custo do movimento e o custo medio de hoje no cadastro
           MOVE TRANSF-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE ZEROS TO PRODUTO-CUSTO-UNITARIO
                   SET PRODUTO-SEM-LOTE TO TRUE
           END-READ.
           IF PRODUTO-COM-LOTE
               PERFORM ENTRA-NOS-LOTES-DO-DESTINO
           END-IF.
           MOVE TRANSF-FILIAL-DESTINO TO FILIAL-DO-MOVIMENTO.
           MOVE "+" TO SINAL-DO-MOVIMENTO.
           PERFORM GRAVA-MOVIMENTO-TRANSFERENCIA.
           ADD 1 TO TOTAL-RECEBIDAS.
           DISPLAY "TRANSFERENCIA " TRANSF-NUMERO " RECEBIDA - SALDO "
               "NA FILIAL " TRANSF-FILIAL-DESTINO ": " MOVFIL-SALDO.

       ENTRA-NOS-LOTES-DO-DESTINO.
      *    Os mesmos lotes e validades com que a transferencia saiu
      *    da origem
           MOVE "C" TO MOVLOTE-OPERACAO.
           MOVE TRANSF-FILIAL-DESTINO TO MOVLOTE-FILIAL.
           MOVE TRANSF-NUMERO TO MOVLOTE-PEDIDO.
           MOVE TRANSF-QTDE TO MOVLOTE-QTDE.
           PERFORM CHAMA-ESTOQUE-DOS-LOTES.
           IF MOVLOTE-OK
               AND MOVLOTE-QTDE-FEITA < MOVLOTE-QTDE
               DISPLAY "AVISO: LOTES DA TRANSFERENCIA " TRANSF-NUMERO
                   " COBRIRAM SO " MOVLOTE-QTDE-FEITA " DE "
                   MOVLOTE-QTDE " - CONFERIR LOTES NO DESTINO"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       CHAMA-ESTOQUE-DOS-LOTES.
      *    Operacao, filial, transferencia e quantidade ja vem
      *    preenchidas; o produto e o do cadastro
           MOVE PRODUTO-CODIGO TO MOVLOTE-PRODUTO.
           MOVE SPACES TO MOVLOTE-LOTE.
           MOVE ZEROS TO MOVLOTE-VALIDADE.
           MOVE ZEROS TO MOVLOTE-LINHA.
           CALL "PROG325" USING MOVLOTE-OPERACAO MOVLOTE-PRODUTO
               MOVLOTE-FILIAL MOVLOTE-LOTE MOVLOTE-VALIDADE
               MOVLOTE-PEDIDO MOVLOTE-LINHA MOVLOTE-QTDE
               MOVLOTE-QTDE-FEITA MOVLOTE-DISPONIVEL
               MOVLOTE-RESULTADO.
           IF MOVLOTE-ERRO
               DISPLAY "ERRO NOS LOTES DO PRODUTO " MOVLOTE-PRODUTO
                   " NA FILIAL " MOVLOTE-FILIAL
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       CHAMA-ESTOQUE-DA-FILIAL.
      *    Operacao, produto, filial e quantidade ja vem
      *    preenchidos
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO NO ESTOQUE DO PRODUTO " MOVFIL-PRODUTO
                   " NA FILIAL " MOVFIL-FILIAL
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-MOVIMENTO-TRANSFERENCIA.
      *    T - no envio (filial de origem), T + no recebimento
      *    (filial de destino)
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           ACCEPT MOVESTQ-HORA FROM TIME.
           SET MOVESTQ-TRANSFERENCIA TO TRUE.
           MOVE SINAL-DO-MOVIMENTO TO MOVESTQ-SINAL.
           MOVE FILIAL-DO-MOVIMENTO TO MOVESTQ-FILIAL.
           MOVE TRANSF-PRODUTO TO MOVESTQ-PRODUTO.
           MOVE TRANSF-QTDE TO MOVESTQ-QTDE.
           MOVE TRANSF-NUMERO TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE ZEROS TO MOVESTQ-FORNECEDOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       OBTEM-NUMERO-DA-TRANSFERENCIA.
      *    A mesma tomada de numero do PROG63, na serie TRANSF; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "TRANSF" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "TRANSF" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE TRANSF"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-TRANSF-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE TRANSF"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       LISTA-EM-TRANSITO.
           DISPLAY "TRANSFERENCIAS EM TRANSITO (NUMERO PRODUTO QTDE "
               "ORIGEM DESTINO ENVIO OPERADOR)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-EM-TRANSITO.
           MOVE "N" TO FIM-TRANSFERENCIAS.
           MOVE ZEROS TO TRANSF-NUMERO.
           START ARQUIVO-TRANSFERENCIA
               KEY IS NOT LESS THAN TRANSF-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-TRANSFERENCIAS
           END-START.
           PERFORM EXIBE-TRANSFERENCIA-EM-TRANSITO
               UNTIL FIM-TRANSFERENCIAS = "S".
           DISPLAY "---------------------------------------------".
           DISPLAY "DOCUMENTOS EM TRANSITO: " TOTAL-EM-TRANSITO.

       EXIBE-TRANSFERENCIA-EM-TRANSITO.
           READ ARQUIVO-TRANSFERENCIA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TRANSFERENCIAS
           END-READ.
           IF FIM-TRANSFERENCIAS = "N"
               IF TRANSF-EM-TRANSITO
                   DISPLAY TRANSF-NUMERO " " TRANSF-PRODUTO " "
                       TRANSF-QTDE " " TRANSF-FILIAL-ORIGEM " "
                       TRANSF-FILIAL-DESTINO " " TRANSF-DATA-ENVIO
                       " " TRANSF-OPERADOR-ENVIO
                   ADD 1 TO TOTAL-EM-TRANSITO
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de envios e recebimentos desta execucao; a
      *    linha sai sob a sigla TRANSF (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "TRANSF" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           COMPUTE TOTAL-PROCESSADAS = TOTAL-ENVIADAS
               + TOTAL-RECEBIDAS.
           MOVE TOTAL-PROCESSADAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

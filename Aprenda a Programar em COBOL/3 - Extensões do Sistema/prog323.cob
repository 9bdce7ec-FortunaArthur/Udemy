       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG323.
      *    Programa de Registro de Cheque Devolvido
      *    Cheque depositado pela lista do PROG322 que o banco
      *    devolveu ja tinha baixado os titulos pela aplicacao do
      *    PROG67. Aqui o operador informa o numero de custodia, a
      *    alinea de devolucao do banco e a tarifa cobrada do
      *    cliente (ENTER = tarifa padrao), e a devolucao:
      *    - devolve a cada titulo do cheque o valor que ele pagou,
      *      reabrindo o titulo, no mesmo molde do estorno da mesa
      *      do PROG136 (pedido que tinha virado Pago volta pra
      *      Faturado, com a virada na trilha hist_pedidos.dat); a
      *      tarifa entra no saldo do primeiro titulo reaberto;
      *    - devolve o valor e a tarifa a exposicao do cliente e
      *      bloqueia o credito do cliente que estava Livre, com a
      *      virada em hist_clientes.dat (operacao B);
      *    - marca o cheque como Devolvido com a data, a alinea, o
      *      motivo, a tarifa e o operador;
      *    - lanca em lancamentos.dat debito em CLIENTE e credito em
      *      CAIXA pelo valor devolvido, e debito em CLIENTE e
      *      credito em TARCHQ pela tarifa.
      *    A rodada noturna do PROG138 mantem o bloqueio enquanto o
      *    titulo reaberto por cheque devolvido tiver saldo. Titulo
      *    cancelado ou baixado como perda nao e reaberto: sai na
      *    tela pra acerto na mao. O operador passa pelo sign-on do
      *    PROG83 (sigla DEVCHQ), com sign-off no PROG163.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCHEQUE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELHISTPEDIDO.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCHEQUE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDHISTPEDIDO.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDHISTCLIENTE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CHEQUE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CUSTODIA-INFORMADA PIC 9(6).
       01  ALINEA-INFORMADA PIC 9(2).
       01  MOTIVO-DA-ALINEA PIC X(30).
       01  TARIFA-INFORMADA PIC 9(5)V99.
       01  TARIFA-PADRAO PIC 9(5)V99 VALUE 25.00.
       01  TARIFA-PENDENTE PIC 9(5)V99.
       01  TARIFA-COBRADA PIC 9(5)V99.
       01  VALOR-REABERTO PIC 9(9)V99.
       01  VALOR-DO-TITULO PIC 9(8)V99.
       01  INDICE-TITULO PIC 9.
       01  EXPOSICAO-CALCULADA PIC 9(9)V99.
       01  OPERACAO-DA-TRILHA PIC X.

       01  ALINEA-FLAG PIC X VALUE "N".
           88 ALINEA-VALIDA VALUE "S".
           88 ALINEA-INVALIDA VALUE "N".

       01  BLOQUEIO-FLAG PIC X VALUE "N".
           88 CLIENTE-BLOQUEADO-AGORA VALUE "S".
           88 CLIENTE-JA-BLOQUEADO VALUE "N".

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-DEVOLVIDOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-DEVOLVIDO PIC 9(9)V99 VALUE 0.
       01  TOTAL-TARIFAS PIC 9(7)V99 VALUE 0.
       01  TOTAL-CLIENTES-BLOQUEADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "DEVCHQ".

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
                   "INATIVO - DEVOLUCAO DE CHEQUES ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-CHEQUE.
           OPEN I-O ARQUIVO-RECEBIVEL.
           OPEN I-O ARQUIVO-PEDIDO.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-HISTORICO-PEDIDO.
           OPEN EXTEND ARQUIVO-HISTORICO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-DEVOLUCAO UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-CHEQUE.
           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-HISTORICO-PEDIDO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "---------------------------------------------".
           DISPLAY "CHEQUES DEVOLVIDOS REGISTRADOS: " TOTAL-DEVOLVIDOS.
           DISPLAY "VALOR DEVOLVIDO AOS TITULOS: "
               TOTAL-VALOR-DEVOLVIDO.
           DISPLAY "TARIFAS COBRADAS: " TOTAL-TARIFAS.
           DISPLAY "CLIENTES BLOQUEADOS: " TOTAL-CLIENTES-BLOQUEADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       REGISTRA-DEVOLUCAO.
           DISPLAY "-------------".
           MOVE ZEROS TO CUSTODIA-INFORMADA.
           DISPLAY "Numero de Custodia do Cheque Devolvido:".
           ACCEPT CUSTODIA-INFORMADA.
           MOVE CUSTODIA-INFORMADA TO CHEQUE-CUSTODIA.
           READ ARQUIVO-CHEQUE
               INVALID KEY
                   DISPLAY "CHEQUE " CUSTODIA-INFORMADA
                       " NAO CONSTA NA CUSTODIA"
               NOT INVALID KEY
                   PERFORM CONFERE-SITUACAO-DO-CHEQUE
           END-READ.
           DISPLAY "Deseja registrar outra devolucao? (S/N)".
           ACCEPT RESPOSTA.

       CONFERE-SITUACAO-DO-CHEQUE.
           EVALUATE TRUE
               WHEN CHEQUE-EM-CUSTODIA
                   DISPLAY "CHEQUE " CHEQUE-CUSTODIA " AINDA EM "
                       "CUSTODIA - NAO FOI DEPOSITADO"
               WHEN CHEQUE-DEVOLVIDO
                   DISPLAY "CHEQUE " CHEQUE-CUSTODIA " JA DEVOLVIDO "
                       "EM " CHEQUE-DATA-DEVOLUCAO
               WHEN OTHER
                   PERFORM ACEITA-DADOS-DA-DEVOLUCAO
           END-EVALUATE.

       ACEITA-DADOS-DA-DEVOLUCAO.
           DISPLAY "CLIENTE " CHEQUE-CLIENTE " BANCO " CHEQUE-BANCO
               " AGENCIA " CHEQUE-AGENCIA " CONTA " CHEQUE-CONTA.
           DISPLAY "CHEQUE " CHEQUE-NUMERO " VALOR " CHEQUE-VALOR
               " DEPOSITADO EM " CHEQUE-DATA-DEPOSITO.
           SET ALINEA-INVALIDA TO TRUE.
           PERFORM ACEITA-ALINEA UNTIL ALINEA-VALIDA.
           MOVE ZEROS TO TARIFA-INFORMADA.
           DISPLAY "Tarifa cobrada do cliente (ENTER = "
               TARIFA-PADRAO "):".
           ACCEPT TARIFA-INFORMADA.
           IF TARIFA-INFORMADA = 0
               MOVE TARIFA-PADRAO TO TARIFA-INFORMADA
           END-IF.
           DISPLAY "Confirma a devolucao? (S/N)".
           ACCEPT RESPOSTA-CONFIRMA.
           IF RESPOSTA-CONFIRMA = "S"
               PERFORM EFETIVA-DEVOLUCAO
           ELSE
               DISPLAY "DEVOLUCAO DESISTIDA - NADA REGISTRADO"
           END-IF.

       ACEITA-ALINEA.
      *    Alineas de devolucao da compensacao de cheques
           MOVE ZEROS TO ALINEA-INFORMADA.
           DISPLAY "Alinea da Devolucao:".
           ACCEPT ALINEA-INFORMADA.
           SET ALINEA-VALIDA TO TRUE.
           EVALUATE ALINEA-INFORMADA
               WHEN 11
                   MOVE "SEM FUNDOS - 1A APRESENTACAO"
                       TO MOTIVO-DA-ALINEA
               WHEN 12
                   MOVE "SEM FUNDOS - 2A APRESENTACAO"
                       TO MOTIVO-DA-ALINEA
               WHEN 13
                   MOVE "CONTA ENCERRADA" TO MOTIVO-DA-ALINEA
               WHEN 14
                   MOVE "PRATICA ESPURIA" TO MOTIVO-DA-ALINEA
               WHEN 20
                   MOVE "FOLHA CANCELADA PELO EMITENTE"
                       TO MOTIVO-DA-ALINEA
               WHEN 21
                   MOVE "CONTRA-ORDEM OU OPOSICAO"
                       TO MOTIVO-DA-ALINEA
               WHEN 22
                   MOVE "DIVERGENCIA DE ASSINATURA"
                       TO MOTIVO-DA-ALINEA
               WHEN 25
                   MOVE "CANCELADO PELO BANCO SACADO"
                       TO MOTIVO-DA-ALINEA
               WHEN 28
                   MOVE "SUSTADO POR FURTO OU ROUBO"
                       TO MOTIVO-DA-ALINEA
               WHEN 31
                   MOVE "ERRO FORMAL DE PREENCHIMENTO"
                       TO MOTIVO-DA-ALINEA
               WHEN 35
                   MOVE "CHEQUE FRAUDADO" TO MOTIVO-DA-ALINEA
               WHEN 44
                   MOVE "CHEQUE PRESCRITO" TO MOTIVO-DA-ALINEA
               WHEN OTHER
                   SET ALINEA-INVALIDA TO TRUE
                   DISPLAY "ALINEA " ALINEA-INFORMADA
                       " NAO CADASTRADA"
           END-EVALUATE.
           IF ALINEA-VALIDA
               DISPLAY "MOTIVO: " MOTIVO-DA-ALINEA
           END-IF.

       EFETIVA-DEVOLUCAO.
           MOVE ZEROS TO VALOR-REABERTO.
           MOVE ZEROS TO TARIFA-COBRADA.
           MOVE TARIFA-INFORMADA TO TARIFA-PENDENTE.
           PERFORM REABRE-TITULO-DO-CHEQUE
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > CHEQUE-QTDE-TITULOS.
           IF VALOR-REABERTO > 0
               PERFORM DEVOLVE-EXPOSICAO-E-BLOQUEIA
               PERFORM CONTABILIZA-DEVOLUCAO
           END-IF.
           IF VALOR-REABERTO NOT = CHEQUE-VALOR
               DISPLAY "ATENCAO: REABERTO " VALOR-REABERTO
                   " DE UM CHEQUE DE " CHEQUE-VALOR
                   " - CONFERIR OS TITULOS"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           PERFORM MARCA-CHEQUE-DEVOLVIDO.

       REABRE-TITULO-DO-CHEQUE.
           MOVE CHEQUE-TIT-PEDIDO(INDICE-TITULO) TO RECEBIVEL-PEDIDO.
           MOVE CHEQUE-TIT-PARCELA(INDICE-TITULO)
               TO RECEBIVEL-PARCELA.
           MOVE CHEQUE-TIT-VALOR(INDICE-TITULO) TO VALOR-DO-TITULO.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   DISPLAY "TITULO " RECEBIVEL-PEDIDO "/"
                       RECEBIVEL-PARCELA " NAO ACHADO - ACERTAR "
                       "NA MAO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF RECEBIVEL-CANCELADO
                       OR RECEBIVEL-BAIXADO-PERDA
                       DISPLAY "TITULO " RECEBIVEL-PEDIDO "/"
                           RECEBIVEL-PARCELA " CANCELADO OU BAIXADO "
                           "COMO PERDA - ACERTAR NA MAO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM DEVOLVE-AO-TITULO
                   END-IF
           END-READ.

       DEVOLVE-AO-TITULO.
      *    O mesmo estorno da mesa do PROG136, com a tarifa somada no
      *    saldo do primeiro titulo reaberto
           ADD VALOR-DO-TITULO TO RECEBIVEL-SALDO.
           IF VALOR-DO-TITULO > RECEBIVEL-VALOR-PAGO
               MOVE ZEROS TO RECEBIVEL-VALOR-PAGO
           ELSE
               SUBTRACT VALOR-DO-TITULO FROM RECEBIVEL-VALOR-PAGO
           END-IF.
           ADD TARIFA-PENDENTE TO RECEBIVEL-SALDO.
           SET RECEBIVEL-EM-ABERTO TO TRUE.
           REWRITE RECEBIVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TITULO "
                       RECEBIVEL-PEDIDO "/" RECEBIVEL-PARCELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD VALOR-DO-TITULO TO VALOR-REABERTO
                   ADD TARIFA-PENDENTE TO TARIFA-COBRADA
                   MOVE ZEROS TO TARIFA-PENDENTE
                   DISPLAY "TITULO " RECEBIVEL-PEDIDO "/"
                       RECEBIVEL-PARCELA " REABERTO - SALDO "
                       RECEBIVEL-SALDO
                   PERFORM RESTAURA-SITUACAO-DO-PEDIDO
           END-REWRITE.

       RESTAURA-SITUACAO-DO-PEDIDO.
      *    Pedido que tinha virado Pago pela aplicacao volta pra
      *    Faturado, com a data de pagamento zerada
           MOVE RECEBIVEL-PEDIDO TO PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " NAO ACHADO PRA "
                       "RESTAURAR A SITUACAO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF PEDIDO-PAGO
                       SET PEDIDO-FATURADO TO TRUE
                       MOVE ZEROS TO PEDIDO-DATA-PAGAMENTO
                       REWRITE PEDIDO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO RESTAURAR O PEDIDO "
                                   PEDIDO-NUMERO
                               SET EXECUCAO-COM-ERRO TO TRUE
                           NOT INVALID KEY
                               MOVE "V" TO OPERACAO-DA-TRILHA
                               PERFORM GRAVA-TRILHA-DO-PEDIDO
                       END-REWRITE
                   END-IF
           END-READ.

       DEVOLVE-EXPOSICAO-E-BLOQUEIA.
      *    O valor reaberto e a tarifa voltam pra exposicao, e o
      *    cliente Livre fica Bloqueado
           SET CLIENTE-JA-BLOQUEADO TO TRUE.
           MOVE CHEQUE-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-CODIGO " NAO ACHADO "
                       "PRA DEVOLVER A EXPOSICAO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM REGRAVA-CLIENTE-DO-CHEQUE
           END-READ.

       REGRAVA-CLIENTE-DO-CHEQUE.
           COMPUTE EXPOSICAO-CALCULADA = CLIENTE-EXPOSICAO-ATUAL
               + VALOR-REABERTO + TARIFA-COBRADA.
           MOVE EXPOSICAO-CALCULADA TO CLIENTE-EXPOSICAO-ATUAL.
           IF CLIENTE-CREDITO-LIVRE
               SET CLIENTE-CREDITO-BLOQUEADO TO TRUE
               SET CLIENTE-BLOQUEADO-AGORA TO TRUE
           END-IF.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CLIENTE "
                       CLIENTE-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF CLIENTE-BLOQUEADO-AGORA
                       ADD 1 TO TOTAL-CLIENTES-BLOQUEADOS
                       MOVE "B" TO HIST-OPERACAO
                       PERFORM GRAVA-HISTORICO
                       DISPLAY "BLOQUEADO: " CLIENTE-CODIGO " "
                           CLIENTE-NOME " MOTIVO: CHEQUE DEVOLVIDO"
                   END-IF
           END-REWRITE.

       MARCA-CHEQUE-DEVOLVIDO.
           SET CHEQUE-DEVOLVIDO TO TRUE.
           MOVE DATA-EXECUCAO TO CHEQUE-DATA-DEVOLUCAO.
           MOVE ALINEA-INFORMADA TO CHEQUE-ALINEA.
           MOVE MOTIVO-DA-ALINEA TO CHEQUE-MOTIVO-DEVOLUCAO.
           MOVE TARIFA-COBRADA TO CHEQUE-TARIFA.
           MOVE OPERADOR-ID TO CHEQUE-OPERADOR-DEVOLUCAO.
           REWRITE CHEQUE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CHEQUE "
                       CHEQUE-CUSTODIA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-DEVOLVIDOS
                   ADD VALOR-REABERTO TO TOTAL-VALOR-DEVOLVIDO
                   ADD TARIFA-COBRADA TO TOTAL-TARIFAS
                   DISPLAY "CHEQUE " CHEQUE-CUSTODIA " DEVOLVIDO - "
                       "ALINEA " ALINEA-INFORMADA " TARIFA "
                       TARIFA-COBRADA
           END-REWRITE.

       CONTABILIZA-DEVOLUCAO.
      *    O banco tirou o cheque do caixa e o cliente volta a dever;
      *    a tarifa e receita da conta TARCHQ
           MOVE VALOR-REABERTO TO VALOR-DO-LANCAMENTO.
           MOVE "CLIENTE" TO CONTA-DO-LANCAMENTO.
           MOVE "CHEQUE DEVOLVIDO" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.
           MOVE "CAIXA" TO CONTA-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.
           IF TARIFA-COBRADA > 0
               MOVE TARIFA-COBRADA TO VALOR-DO-LANCAMENTO
               MOVE "CLIENTE" TO CONTA-DO-LANCAMENTO
               MOVE "TARIFA CHEQUE DEVOLV" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "TARCHQ" TO CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou, como na
      *    rodada diaria do PROG145
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-EXECUCAO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-EXECUCAO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-TRILHA-DO-PEDIDO.
      *    A virada de situacao sai na trilha de pedidos com o
      *    operador do sign-on; PEDIDO-REGISTRO acabou de ser
      *    regravado
           MOVE SPACE TO LINHA-HISTORICO-PEDIDO.
           MOVE DATA-EXECUCAO TO HISTP-DATA.
           ACCEPT HISTP-HORA FROM TIME.
           MOVE OPERACAO-DA-TRILHA TO HISTP-OPERACAO.
           MOVE OPERADOR-ID TO HISTP-OPERADOR.
           MOVE PEDIDO-NUMERO TO HISTP-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO HISTP-CLIENTE.
           MOVE PEDIDO-VALOR TO HISTP-VALOR-ANTERIOR.
           MOVE PEDIDO-VALOR TO HISTP-VALOR.
           WRITE LINHA-HISTORICO-PEDIDO.

       GRAVA-HISTORICO.
      *    A mesma trilha de auditoria do PROG32, com o operador do
      *    sign-on
           MOVE DATA-EXECUCAO TO HIST-DATA.
           ACCEPT HIST-HORA FROM TIME.
           MOVE OPERADOR-ID TO HIST-OPERADOR.
           MOVE CLIENTE-CODIGO TO HIST-CODIGO.
           MOVE CLIENTE-NOME TO HIST-NOME.
           WRITE LINHA-HISTORICO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cheques devolvidos; a linha sai sob a
      *    sigla DEVCHQ (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "DEVCHQ" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-DEVOLVIDOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

      *    data do banco), e enquanto o suspenso tiver aplicacao num
      *    pedido ele so aceita nova aplicacao no MESMO pedido - pra
      *    dividir entre pedidos, estorna primeiro.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela no faturamento, a busca
      *    lista as parcelas em aberto com o vencimento, a aplicacao
      *    pede pedido e parcela (ENTER = parcela 1) e o suspenso
      *    guarda a parcela aplicada pro estorno. O pedido so vira
      *    Pago quando a parcela quita e nenhuma outra do pedido
      *    ficou em aberto.
      *    Titulo cancelado (pedido cancelado depois de faturado, no
      *    PROG63) recusa a aplicacao como o titulo ja quitado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-AUDITORIA-SUSPENSO.

       01  LINHA-AUDITORIA-SUSPENSO.
           05 AUDS-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  SEQUENCIA-INFORMADA PIC 9(6).
       01  PEDIDO-INFORMADO PIC 9(6).
       01  PARCELA-INFORMADA PIC 9(2).
       01  CLIENTE-BUSCADO PIC 9(6).
       01  VALOR-A-APLICAR PIC 9(8)V99.
       01  ACAO-DA-AUDITORIA PIC X.
       01  EXPOSICAO-CALCULADA PIC S9(10)V99.
       01  FIM-LISTAGEM PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(6).
       01  FIM-PARCELAS PIC X.
       01  QTDE-PARCELAS-EM-ABERTO PIC 9(2).

       01  TOTAL-APLICADOS PIC 9(6) VALUE 0.
       01  TOTAL-ESTORNADOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
      *    provavel de um suspenso cujo numero veio errado do banco
           DISPLAY "Informe o Codigo do Cliente:".
           ACCEPT CLIENTE-BUSCADO.
           DISPLAY "TITULOS EM ABERTO DO CLIENTE (PEDIDO PARCELA "
               "FATURADO VENCIMENTO ORIGINAL SALDO)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-NA-LISTAGEM.
           MOVE "N" TO FIM-LISTAGEM.
           MOVE ZEROS TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LISTAGEM
           END-START.
               IF RECEBIVEL-CLIENTE = CLIENTE-BUSCADO
                   AND RECEBIVEL-EM-ABERTO
                   DISPLAY RECEBIVEL-PEDIDO " "
                       RECEBIVEL-PARCELA " "
                       RECEBIVEL-DATA-FATURAMENTO " "
                       RECEBIVEL-DATA-VENCIMENTO " "
                       RECEBIVEL-VALOR-ORIGINAL " "
                       RECEBIVEL-SALDO
                   ADD 1 TO TOTAL-NA-LISTAGEM
               SUSPENSO-CLIENTE-INFORMADO.
           DISPLAY "Informe o Pedido do Titulo a Receber o Valor:".
           ACCEPT PEDIDO-INFORMADO.
           DISPLAY "Informe a Parcela do Titulo (ENTER = 01):".
           MOVE ZEROS TO PARCELA-INFORMADA.
           ACCEPT PARCELA-INFORMADA.
           IF PARCELA-INFORMADA = 0
               MOVE 1 TO PARCELA-INFORMADA
           END-IF.

      *    O suspenso guarda 1 pedido aplicado so: aplicacao parcial
      *    em cima de outro pedido sobrescreveria o destino e o
      *    estorno devolveria o total ao titulo errado - pra dividir
      *    entre pedidos, estorna primeiro e aplica de novo. O mesmo
      *    vale pra parcela do titulo
           IF SUSPENSO-VALOR-APLICADO > 0
               AND (PEDIDO-INFORMADO NOT = SUSPENSO-PEDIDO-APLICADO
               OR PARCELA-INFORMADA NOT = SUSPENSO-PARCELA-APLICADA)
               DISPLAY "SUSPENSO JA TEM APLICACAO NO PEDIDO "
                   SUSPENSO-PEDIDO-APLICADO "/"
                   SUSPENSO-PARCELA-APLICADA " - ESTORNE ANTES DE "
                   "APLICAR EM OUTRO TITULO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM ACEITA-VALOR-E-APLICA

       APLICA-NO-TITULO-ESCOLHIDO.
           MOVE PEDIDO-INFORMADO TO RECEBIVEL-PEDIDO.
           MOVE PARCELA-INFORMADA TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   DISPLAY "SEM TITULO PRO PEDIDO " PEDIDO-INFORMADO
                       " PARCELA " PARCELA-INFORMADA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF RECEBIVEL-QUITADO OR RECEBIVEL-CANCELADO
                       DISPLAY "TITULO " RECEBIVEL-PEDIDO "/"
                           RECEBIVEL-PARCELA
                           " QUITADO OU CANCELADO - APLICACAO "
                           "RECUSADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       IF VALOR-A-APLICAR > RECEBIVEL-SALDO

       EFETIVA-APLICACAO.
      *    A mesma mecanica de saldo parcial do PROG67: o titulo
      *    abate, o pedido vira Pago quando a parcela quita e nao
      *    sobra outra em aberto, e a exposicao do cliente cai pelo
      *    valor aplicado
           ADD VALOR-A-APLICAR TO RECEBIVEL-VALOR-PAGO.
           SUBTRACT VALOR-A-APLICAR FROM RECEBIVEL-SALDO.
           IF RECEBIVEL-SALDO = 0
           REWRITE RECEBIVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TITULO "
                       RECEBIVEL-PEDIDO "/" RECEBIVEL-PARCELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM MARCA-SUSPENSO-APLICADO
                   PERFORM ABATE-EXPOSICAO-DO-CLIENTE
                   IF RECEBIVEL-QUITADO
                       PERFORM CONFERE-QUITACAO-DO-PEDIDO
                   END-IF
                   MOVE "A" TO ACAO-DA-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   ADD 1 TO TOTAL-APLICADOS
                   DISPLAY "SUSPENSO " SUSPENSO-SEQUENCIA
                       " APLICADO EM " VALOR-A-APLICAR
                       " NO TITULO " PEDIDO-INFORMADO "/"
                       PARCELA-INFORMADA
           END-REWRITE.

       MARCA-SUSPENSO-APLICADO.
      *    sobrou; aplicado por inteiro fecha
           ADD VALOR-A-APLICAR TO SUSPENSO-VALOR-APLICADO.
           MOVE PEDIDO-INFORMADO TO SUSPENSO-PEDIDO-APLICADO.
           MOVE PARCELA-INFORMADA TO SUSPENSO-PARCELA-APLICADA.
           IF SUSPENSO-VALOR-APLICADO >= SUSPENSO-VALOR
               SET SUSPENSO-APLICADO TO TRUE
           END-IF.
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.

       CONFERE-QUITACAO-DO-PEDIDO.
      *    O pedido so vira Pago quando nenhuma parcela ficou aberta
           MOVE ZEROS TO QTDE-PARCELAS-EM-ABERTO.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-INFORMADO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM CONTA-PARCELA-EM-ABERTO UNTIL FIM-PARCELAS = "S".
           IF QTDE-PARCELAS-EM-ABERTO = 0
               PERFORM VIRA-PEDIDO-PAGO
           END-IF.

       CONTA-PARCELA-EM-ABERTO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-INFORMADO
                   IF RECEBIVEL-EM-ABERTO
                       ADD 1 TO QTDE-PARCELAS-EM-ABERTO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       VIRA-PEDIDO-PAGO.
      *    A data da baixa e a de HOJE, nao a data do banco que veio
      *    no suspenso: suspenso de "DATA EM PERIODO FECHADO" e
      *    exatamente o caso em que a data original cai em mes ja
      *    fechado, e a mesa reaplica com data corrente
           MOVE PEDIDO-INFORMADO TO PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   DISPLAY "PEDIDO " PEDIDO-NUMERO " NAO ACHADO PRA "
       EFETIVA-ESTORNO.
           MOVE SUSPENSO-VALOR-APLICADO TO VALOR-A-APLICAR.
           MOVE SUSPENSO-PEDIDO-APLICADO TO RECEBIVEL-PEDIDO.
           MOVE SUSPENSO-PARCELA-APLICADA TO RECEBIVEL-PARCELA.
           IF RECEBIVEL-PARCELA = 0
               MOVE 1 TO RECEBIVEL-PARCELA
           END-IF.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   DISPLAY "TITULO " RECEBIVEL-PEDIDO "/"
                       RECEBIVEL-PARCELA
                       " NAO ACHADO - ESTORNO ABANDONADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ESTORNADOS
                   DISPLAY "ESTORNO DO SUSPENSO " SUSPENSO-SEQUENCIA
                       " DEVOLVEU " VALOR-A-APLICAR " AO TITULO "
                       RECEBIVEL-PEDIDO "/" RECEBIVEL-PARCELA
           END-REWRITE.

       RESTAURA-SITUACAO-DO-PEDIDO.
           SET SUSPENSO-PENDENTE TO TRUE.
           MOVE ZEROS TO SUSPENSO-VALOR-APLICADO.
           MOVE ZEROS TO SUSPENSO-PEDIDO-APLICADO.
           MOVE ZEROS TO SUSPENSO-PARCELA-APLICADA.
           REWRITE SUSPENSO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR O SUSPENSO "

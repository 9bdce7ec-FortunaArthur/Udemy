       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG321.
      *    Programa de Entrada de Cheques Pre-Datados em Custodia
      *    Cliente que paga com cheque pre-datado tinha o cheque
      *    aplicado no dia em que chegava (pela carga do PROG67, o
      *    que inflava o caixa) ou guardado numa gaveta sem controle.
      *    Aqui o cheque entra em custodia em cheques_custodia.dat:
      *    - cliente do cadastro, banco, agencia, conta e numero do
      *      cheque, valor e a data boa pra deposito (de hoje em
      *      diante);
      *    - ate 5 titulos em aberto do proprio cliente (pedido +
      *      parcela de recebiveis.dat) com o valor que o cheque paga
      *      de cada um. O valor de cada titulo fica limitado ao
      *      saldo menos o que outros cheques em custodia ja cobrem,
      *      e a soma tem que fechar com o valor do cheque.
      *    Confirmado, o cheque ganha o numero da serie CHEQUE do
      *    controle de numeracao e fica em Custodia. O titulo
      *    continua em aberto ate o deposito: a lista de deposito do
      *    PROG322 e que aplica o pagamento, no dia bom. O operador
      *    passa pelo sign-on do PROG83 (sigla CUSCHQ), com sign-off
      *    no PROG163, e fica carimbado no cheque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCHEQUE.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCHEQUE.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CHEQUE-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

      *    Cheque em digitacao; o registro do arquivo so e montado na
      *    gravacao, porque a conferencia da custodia le o arquivo
       01  CLIENTE-DO-CHEQUE PIC 9(6).
       01  BANCO-DO-CHEQUE PIC 9(3).
       01  AGENCIA-DO-CHEQUE PIC 9(4).
       01  CONTA-DO-CHEQUE PIC X(12).
       01  NUMERO-DO-CHEQUE PIC 9(6).
       01  VALOR-DO-CHEQUE PIC 9(8)V99.
       01  BOM-PARA-DO-CHEQUE.
           05 BOM-PARA-AA PIC 9(4).
           05 BOM-PARA-MM PIC 99.
           05 BOM-PARA-DD PIC 99.
       01  NUMERO-DE-CUSTODIA PIC 9(6).

       01  QTDE-TITULOS-CHEQUE PIC 9 VALUE 0.
       01  MAX-TITULOS-CHEQUE PIC 9 VALUE 5.
       01  INDICE-TITULO PIC 9.
       01  TABELA-TITULOS-CHEQUE.
           05 TITULO-DO-CHEQUE OCCURS 5 TIMES.
               10 TCH-PEDIDO PIC 9(6).
               10 TCH-PARCELA PIC 9(2).
               10 TCH-VALOR PIC 9(8)V99.

       01  VALOR-ALOCADO PIC 9(8)V99.
       01  VALOR-A-ALOCAR PIC 9(8)V99.
       01  PEDIDO-INFORMADO PIC 9(6).
       01  PARCELA-INFORMADA PIC 9(2).
       01  VALOR-INFORMADO PIC 9(8)V99.
       01  JA-EM-CUSTODIA PIC 9(9)V99.
       01  DISPONIVEL-NO-TITULO PIC S9(9)V99.
       01  VALOR-SUGERIDO PIC 9(8)V99.
       01  FIM-DOS-TITULOS PIC X.
       01  FIM-CUSTODIA PIC X.
       01  INDICE-CUSTODIA PIC 9.

       01  CAMPO-FLAG PIC X VALUE "N".
           88 CAMPO-APTO VALUE "S".
           88 CAMPO-NAO-APTO VALUE "N".
       01  TITULO-FLAG PIC X VALUE "N".
           88 TITULO-APTO VALUE "S".
           88 TITULO-NAO-APTO VALUE "N".

       01  TOTAL-CHEQUES PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-CHEQUES PIC 9(9)V99 VALUE 0.
       01  TOTAL-DESISTENCIAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "CUSCHQ".

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
                   "INATIVO - CUSTODIA DE CHEQUES ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-CHEQUE.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIVEL.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-CHEQUE UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-CHEQUE.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIVEL.

           DISPLAY "---------------------------------------------".
           DISPLAY "CHEQUES POSTOS EM CUSTODIA: " TOTAL-CHEQUES.
           DISPLAY "VALOR EM CUSTODIA NESTA SESSAO: "
               TOTAL-VALOR-CHEQUES.
           DISPLAY "CHEQUES DESISTIDOS: " TOTAL-DESISTENCIAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       REGISTRA-CHEQUE.
           DISPLAY "-------------".
           SET CAMPO-NAO-APTO TO TRUE.
           PERFORM ACEITA-CLIENTE-DO-CHEQUE UNTIL CAMPO-APTO.
           SET CAMPO-NAO-APTO TO TRUE.
           PERFORM ACEITA-DADOS-BANCARIOS UNTIL CAMPO-APTO.
           SET CAMPO-NAO-APTO TO TRUE.
           PERFORM ACEITA-VALOR-DO-CHEQUE UNTIL CAMPO-APTO.
           SET CAMPO-NAO-APTO TO TRUE.
           PERFORM ACEITA-BOM-PARA UNTIL CAMPO-APTO.

           MOVE 0 TO QTDE-TITULOS-CHEQUE.
           MOVE ZEROS TO VALOR-ALOCADO.
           MOVE "N" TO FIM-DOS-TITULOS.
           PERFORM ACEITA-TITULO-DO-CHEQUE
               UNTIL FIM-DOS-TITULOS = "S".

           IF VALOR-ALOCADO NOT = VALOR-DO-CHEQUE
               DISPLAY "TITULOS SOMAM " VALOR-ALOCADO " E O CHEQUE "
                   VALOR-DO-CHEQUE " - NADA REGISTRADO"
               ADD 1 TO TOTAL-DESISTENCIAS
           ELSE
               DISPLAY "Confirma o cheque em custodia? (S/N)"
               ACCEPT RESPOSTA-CONFIRMA
               IF RESPOSTA-CONFIRMA = "S"
                   PERFORM GRAVA-CHEQUE-EM-CUSTODIA
               ELSE
                   DISPLAY "CHEQUE DESISTIDO - NADA REGISTRADO"
                   ADD 1 TO TOTAL-DESISTENCIAS
               END-IF
           END-IF.

           DISPLAY "Deseja registrar outro cheque? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-CLIENTE-DO-CHEQUE.
           MOVE ZEROS TO CLIENTE-DO-CHEQUE.
           DISPLAY "Codigo do Cliente:".
           ACCEPT CLIENTE-DO-CHEQUE.
           MOVE CLIENTE-DO-CHEQUE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-DO-CHEQUE
                       " NAO CADASTRADO"
               NOT INVALID KEY
                   SET CAMPO-APTO TO TRUE
                   DISPLAY "CLIENTE: " CLIENTE-NOME
           END-READ.

       ACEITA-DADOS-BANCARIOS.
           MOVE ZEROS TO BANCO-DO-CHEQUE.
           MOVE ZEROS TO AGENCIA-DO-CHEQUE.
           MOVE SPACES TO CONTA-DO-CHEQUE.
           MOVE ZEROS TO NUMERO-DO-CHEQUE.
           DISPLAY "Banco:".
           ACCEPT BANCO-DO-CHEQUE.
           DISPLAY "Agencia:".
           ACCEPT AGENCIA-DO-CHEQUE.
           DISPLAY "Conta:".
           ACCEPT CONTA-DO-CHEQUE.
           DISPLAY "Numero do Cheque:".
           ACCEPT NUMERO-DO-CHEQUE.
           IF BANCO-DO-CHEQUE = 0 OR NUMERO-DO-CHEQUE = 0
               OR CONTA-DO-CHEQUE = SPACES
               DISPLAY "BANCO, CONTA E NUMERO DO CHEQUE SAO "
                   "OBRIGATORIOS"
           ELSE
               SET CAMPO-APTO TO TRUE
           END-IF.

       ACEITA-VALOR-DO-CHEQUE.
           MOVE ZEROS TO VALOR-DO-CHEQUE.
           DISPLAY "Valor do Cheque:".
           ACCEPT VALOR-DO-CHEQUE.
           IF VALOR-DO-CHEQUE = 0
               DISPLAY "VALOR DO CHEQUE NAO PODE SER ZERO"
           ELSE
               SET CAMPO-APTO TO TRUE
           END-IF.

       ACEITA-BOM-PARA.
      *    Cheque pre-datado e bom de hoje em diante
           MOVE ZEROS TO BOM-PARA-DO-CHEQUE.
           DISPLAY "Bom Para (AAAAMMDD):".
           ACCEPT BOM-PARA-DO-CHEQUE.
           IF BOM-PARA-MM < 1 OR BOM-PARA-MM > 12
               OR BOM-PARA-DD < 1 OR BOM-PARA-DD > 31
               DISPLAY "DATA " BOM-PARA-DO-CHEQUE " INVALIDA"
           ELSE
               IF BOM-PARA-DO-CHEQUE < DATA-EXECUCAO
                   DISPLAY "BOM PARA ANTERIOR A HOJE - CHEQUE "
                       "VENCIDO NAO ENTRA EM CUSTODIA"
               ELSE
                   SET CAMPO-APTO TO TRUE
               END-IF
           END-IF.

       ACEITA-TITULO-DO-CHEQUE.
      *    Pedido zero (ENTER) encerra os titulos
           COMPUTE VALOR-A-ALOCAR = VALOR-DO-CHEQUE - VALOR-ALOCADO.
           IF VALOR-A-ALOCAR = 0
               MOVE "S" TO FIM-DOS-TITULOS
           ELSE
               IF QTDE-TITULOS-CHEQUE >= MAX-TITULOS-CHEQUE
                   DISPLAY "CHEQUE JA COM " MAX-TITULOS-CHEQUE
                       " TITULOS"
                   MOVE "S" TO FIM-DOS-TITULOS
               ELSE
                   DISPLAY "FALTA ALOCAR: " VALOR-A-ALOCAR
                   MOVE ZEROS TO PEDIDO-INFORMADO
                   DISPLAY "Pedido do Titulo (ENTER = fim):"
                   ACCEPT PEDIDO-INFORMADO
                   IF PEDIDO-INFORMADO = 0
                       MOVE "S" TO FIM-DOS-TITULOS
                   ELSE
                       PERFORM CONFERE-TITULO-INFORMADO
                   END-IF
               END-IF
           END-IF.

       CONFERE-TITULO-INFORMADO.
           MOVE ZEROS TO PARCELA-INFORMADA.
           DISPLAY "Parcela (ENTER = parcela 1):".
           ACCEPT PARCELA-INFORMADA.
           IF PARCELA-INFORMADA = 0
               MOVE 1 TO PARCELA-INFORMADA
           END-IF.
           SET TITULO-NAO-APTO TO TRUE.
           MOVE PEDIDO-INFORMADO TO RECEBIVEL-PEDIDO.
           MOVE PARCELA-INFORMADA TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   DISPLAY "TITULO " PEDIDO-INFORMADO "/"
                       PARCELA-INFORMADA " NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM CONFERE-SITUACAO-DO-TITULO
           END-READ.
           IF TITULO-APTO
               PERFORM ACEITA-VALOR-DO-TITULO
           END-IF.

       CONFERE-SITUACAO-DO-TITULO.
           EVALUATE TRUE
               WHEN RECEBIVEL-CLIENTE NOT = CLIENTE-DO-CHEQUE
                   DISPLAY "TITULO " PEDIDO-INFORMADO "/"
                       PARCELA-INFORMADA " E DO CLIENTE "
                       RECEBIVEL-CLIENTE
               WHEN NOT RECEBIVEL-EM-ABERTO
                   DISPLAY "TITULO " PEDIDO-INFORMADO "/"
                       PARCELA-INFORMADA " NAO ESTA EM ABERTO"
               WHEN OTHER
                   PERFORM CONFERE-TITULO-REPETIDO
           END-EVALUATE.

       CONFERE-TITULO-REPETIDO.
           SET TITULO-APTO TO TRUE.
           PERFORM COMPARA-TITULO-DO-CHEQUE
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > QTDE-TITULOS-CHEQUE.
           IF TITULO-NAO-APTO
               DISPLAY "TITULO " PEDIDO-INFORMADO "/"
                   PARCELA-INFORMADA " JA ESTA NESTE CHEQUE"
           END-IF.

       COMPARA-TITULO-DO-CHEQUE.
           IF TCH-PEDIDO(INDICE-TITULO) = PEDIDO-INFORMADO
               AND TCH-PARCELA(INDICE-TITULO) = PARCELA-INFORMADA
               SET TITULO-NAO-APTO TO TRUE
           END-IF.

       ACEITA-VALOR-DO-TITULO.
      *    O titulo so aceita ate o saldo menos o que os outros
      *    cheques em custodia ja cobrem dele
           PERFORM SOMA-CUSTODIA-DO-TITULO.
           COMPUTE DISPONIVEL-NO-TITULO =
               RECEBIVEL-SALDO - JA-EM-CUSTODIA.
           IF DISPONIVEL-NO-TITULO <= 0
               DISPLAY "TITULO " PEDIDO-INFORMADO "/"
                   PARCELA-INFORMADA " JA COBERTO POR CHEQUES EM "
                   "CUSTODIA"
           ELSE
               IF DISPONIVEL-NO-TITULO > VALOR-A-ALOCAR
                   MOVE VALOR-A-ALOCAR TO VALOR-SUGERIDO
               ELSE
                   MOVE DISPONIVEL-NO-TITULO TO VALOR-SUGERIDO
               END-IF
               DISPLAY "SALDO DO TITULO: " RECEBIVEL-SALDO
                   " EM CUSTODIA: " JA-EM-CUSTODIA
               MOVE ZEROS TO VALOR-INFORMADO
               DISPLAY "Valor pago deste titulo (ENTER = "
                   VALOR-SUGERIDO "):"
               ACCEPT VALOR-INFORMADO
               IF VALOR-INFORMADO = 0
                   MOVE VALOR-SUGERIDO TO VALOR-INFORMADO
               END-IF
               IF VALOR-INFORMADO > VALOR-SUGERIDO
                   DISPLAY "VALOR ACIMA DO DISPONIVEL NO TITULO OU "
                       "DO QUE FALTA ALOCAR - TITULO NAO INCLUIDO"
               ELSE
                   ADD 1 TO QTDE-TITULOS-CHEQUE
                   MOVE PEDIDO-INFORMADO
                       TO TCH-PEDIDO(QTDE-TITULOS-CHEQUE)
                   MOVE PARCELA-INFORMADA
                       TO TCH-PARCELA(QTDE-TITULOS-CHEQUE)
                   MOVE VALOR-INFORMADO
                       TO TCH-VALOR(QTDE-TITULOS-CHEQUE)
                   ADD VALOR-INFORMADO TO VALOR-ALOCADO
               END-IF
           END-IF.

       SOMA-CUSTODIA-DO-TITULO.
           MOVE ZEROS TO JA-EM-CUSTODIA.
           MOVE "N" TO FIM-CUSTODIA.
           MOVE ZEROS TO CHEQUE-CUSTODIA.
           START ARQUIVO-CHEQUE
               KEY IS NOT LESS THAN CHEQUE-CUSTODIA
               INVALID KEY
                   MOVE "S" TO FIM-CUSTODIA
           END-START.
           PERFORM SOMA-CHEQUE-EM-CUSTODIA UNTIL FIM-CUSTODIA = "S".

       SOMA-CHEQUE-EM-CUSTODIA.
           READ ARQUIVO-CHEQUE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CUSTODIA
           END-READ.
           IF FIM-CUSTODIA = "N" AND CHEQUE-EM-CUSTODIA
               PERFORM SOMA-TITULO-EM-CUSTODIA
                   VARYING INDICE-CUSTODIA FROM 1 BY 1
                   UNTIL INDICE-CUSTODIA > CHEQUE-QTDE-TITULOS
           END-IF.

       SOMA-TITULO-EM-CUSTODIA.
           IF CHEQUE-TIT-PEDIDO(INDICE-CUSTODIA) = PEDIDO-INFORMADO
               AND CHEQUE-TIT-PARCELA(INDICE-CUSTODIA)
                   = PARCELA-INFORMADA
               ADD CHEQUE-TIT-VALOR(INDICE-CUSTODIA)
                   TO JA-EM-CUSTODIA
           END-IF.

       GRAVA-CHEQUE-EM-CUSTODIA.
           PERFORM OBTEM-NUMERO-DE-CUSTODIA.
           MOVE SPACE TO CHEQUE-REGISTRO.
           MOVE NUMERO-DE-CUSTODIA TO CHEQUE-CUSTODIA.
           MOVE CLIENTE-DO-CHEQUE TO CHEQUE-CLIENTE.
           MOVE BANCO-DO-CHEQUE TO CHEQUE-BANCO.
           MOVE AGENCIA-DO-CHEQUE TO CHEQUE-AGENCIA.
           MOVE CONTA-DO-CHEQUE TO CHEQUE-CONTA.
           MOVE NUMERO-DO-CHEQUE TO CHEQUE-NUMERO.
           MOVE VALOR-DO-CHEQUE TO CHEQUE-VALOR.
           MOVE DATA-EXECUCAO TO CHEQUE-DATA-RECEBIMENTO.
           MOVE BOM-PARA-DO-CHEQUE TO CHEQUE-BOM-PARA.
           MOVE OPERADOR-ID TO CHEQUE-OPERADOR.
           SET CHEQUE-EM-CUSTODIA TO TRUE.
           MOVE ZEROS TO CHEQUE-DATA-DEPOSITO.
           MOVE ZEROS TO CHEQUE-DATA-DEVOLUCAO.
           MOVE ZEROS TO CHEQUE-ALINEA.
           MOVE ZEROS TO CHEQUE-TARIFA.
           MOVE QTDE-TITULOS-CHEQUE TO CHEQUE-QTDE-TITULOS.
           PERFORM COPIA-TITULO-PRO-REGISTRO
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > MAX-TITULOS-CHEQUE.
           WRITE CHEQUE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CHEQUE EM CUSTODIA "
                       NUMERO-DE-CUSTODIA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CHEQUES
                   ADD VALOR-DO-CHEQUE TO TOTAL-VALOR-CHEQUES
                   DISPLAY "CHEQUE EM CUSTODIA NUMERO "
                       NUMERO-DE-CUSTODIA " - BOM PARA "
                       BOM-PARA-DD "/" BOM-PARA-MM "/" BOM-PARA-AA
           END-WRITE.

       COPIA-TITULO-PRO-REGISTRO.
           IF INDICE-TITULO > QTDE-TITULOS-CHEQUE
               MOVE ZEROS TO CHEQUE-TIT-PEDIDO(INDICE-TITULO)
               MOVE ZEROS TO CHEQUE-TIT-PARCELA(INDICE-TITULO)
               MOVE ZEROS TO CHEQUE-TIT-VALOR(INDICE-TITULO)
           ELSE
               MOVE TCH-PEDIDO(INDICE-TITULO)
                   TO CHEQUE-TIT-PEDIDO(INDICE-TITULO)
               MOVE TCH-PARCELA(INDICE-TITULO)
                   TO CHEQUE-TIT-PARCELA(INDICE-TITULO)
               MOVE TCH-VALOR(INDICE-TITULO)
                   TO CHEQUE-TIT-VALOR(INDICE-TITULO)
           END-IF.

       OBTEM-NUMERO-DE-CUSTODIA.
      *    A mesma tomada de numero do PROG63, na serie CHEQUE; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "CHEQUE" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "CHEQUE" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE CHEQUE"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-DE-CUSTODIA.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE CHEQUE"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cheques postos em custodia; a linha sai sob
      *    a sigla CUSCHQ (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CUSCHQ" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CHEQUES TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

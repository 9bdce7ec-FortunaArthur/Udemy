       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG199.
      *    Programa de Reembolso de Creditos de Devolucao
      *    A nota de credito do PROG125 so fechava quando a carga do
      *    PROG67 a abatia num pagamento curto do mesmo cliente:
      *    cliente que devolveu e nao comprou mais ficava com credito
      *    aberto em creditos.dat pra sempre. Este programa lista as
      *    notas abertas com saldo, por cliente e da mais antiga pra
      *    mais nova, com a idade de cada uma em dias (conta de mes
      *    comercial), e deixa o operador autorizado (permissao de
      *    dados completos no cadastro de operadores) devolver ao
      *    cliente todo o saldo da nota ou parte dele por
      *    transferencia bancaria. Cada reembolso tira um numero da
      *    serie REEMBO do controle de numeracao, abate o saldo da
      *    nota (que fecha como Utilizada quando zera) guardando o
      *    numero, a data e o valor reembolsado, sai numa linha de
      *    detalhe de remessa_reembolsos.dat - layout fixo das
      *    remessas do PROG76 e do PROG172, com cabecalho e rodape -
      *    e vai pra lancamentos.dat com debito em CLIENTE e credito
      *    em CAIXA.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCREDITO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-REMESSA-REEMBOLSO
           ASSIGN TO "remessa_reembolsos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCREDITO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDLANCAMENTO.cob".

       FD ARQUIVO-REMESSA-REEMBOLSO.

       01  LINHA-REMESSA-REEMBOLSO.
           05 REMREE-TIPO-REGISTRO PIC X.
           05 REMREE-EMPRESA PIC X(20).
           05 REMREE-DATA PIC 9(8).
           05 REMREE-NUMERO PIC 9(6).
           05 REMREE-CLIENTE PIC 9(6).
           05 REMREE-NOME PIC X(20).
           05 REMREE-CNPJ-CPF PIC 9(14).
           05 REMREE-PEDIDO PIC 9(6).
           05 REMREE-VALOR PIC 9(8)V99.
           05 REMREE-QTDE PIC 9(6).
           05 REMREE-TOTAL PIC 9(9)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CREDITO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FIM-CREDITOS PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-CREDITO-DESMONTADA.
           05 CREDITO-AA PIC 9(4).
           05 CREDITO-MM PIC 99.
           05 CREDITO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-CREDITO PIC 9(6).
       01  IDADE-DO-CREDITO PIC S9(6).

       01  CLIENTE-INFORMADO PIC 9(6).
       01  CLIENTE-ANTERIOR PIC 9(6).
       01  SALDO-DO-CLIENTE PIC 9(9)V99.
       01  QTDE-NOTAS-DO-CLIENTE PIC 9(4).

       01  CLIENTE-CADASTRO-FLAG PIC X VALUE "N".
           88 CLIENTE-CADASTRADO VALUE "S".
           88 CLIENTE-SEM-CADASTRO VALUE "N".

       01  RESPOSTA-ITEM PIC X.
       01  VALOR-INFORMADO PIC 9(8)V99.
       01  VALOR-DO-REEMBOLSO PIC 9(8)V99.
       01  NUMERO-REEMBOLSO-TIRADO PIC 9(6).

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-NOTAS-ABERTAS PIC 9(6) VALUE 0.
       01  TOTAL-SALDO-ABERTO PIC 9(9)V99 VALUE 0.
       01  TOTAL-REEMBOLSOS PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-REEMBOLSADO PIC 9(9)V99 VALUE 0.

       01  OPERADOR-ID PIC X(10).

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
           88 OPERADOR-NAO-AUTORIZADO VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "REEMBO".

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
                   "INATIVO - REEMBOLSO DE CREDITOS ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           IF OPERADOR-NAO-AUTORIZADO
               DISPLAY "OPERADOR " OPERADOR-ID " SEM AUTORIZACAO "
                   "PARA REEMBOLSO - PROGRAMA ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               PERFORM ENCERRA-SIGNON
               GO TO PROGRAM-DONE
           END-IF.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           OPEN I-O ARQUIVO-CREDITO.
           OPEN INPUT ARQUIVO-CLIENTE.

           PERFORM LISTA-CREDITOS-EM-ABERTO.

           OPEN OUTPUT ARQUIVO-REMESSA-REEMBOLSO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           PERFORM GRAVA-CABECALHO-REMESSA.

           PERFORM ACEITA-CLIENTE.
           PERFORM ATENDE-CLIENTE UNTIL CLIENTE-INFORMADO = 0.

           PERFORM GRAVA-RODAPE-REMESSA.

           CLOSE ARQUIVO-CREDITO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-REMESSA-REEMBOLSO.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "---------------------------------------------".
           DISPLAY "REEMBOLSOS NA REMESSA: " TOTAL-REEMBOLSOS.
           DISPLAY "VALOR TOTAL REEMBOLSADO: " TOTAL-VALOR-REEMBOLSADO.

           PERFORM GRAVA-STATUS-EXECUCAO.
           PERFORM ENCERRA-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ENCERRA-SIGNON.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       LISTA-CREDITOS-EM-ABERTO.
      *    A chave (cliente + data + hora) ja entrega as notas de
      *    cada cliente da mais antiga pra mais nova
           DISPLAY "NOTAS DE CREDITO EM ABERTO (CLIENTE DATA IDADE "
               "PEDIDO SALDO)".
           DISPLAY "---------------------------------------------".
           MOVE ZEROS TO CLIENTE-ANTERIOR.
           MOVE ZEROS TO SALDO-DO-CLIENTE.
           MOVE ZEROS TO QTDE-NOTAS-DO-CLIENTE.
           MOVE "N" TO FIM-CREDITOS.
           MOVE ZEROS TO CREDITO-CLIENTE.
           MOVE ZEROS TO CREDITO-DATA.
           MOVE ZEROS TO CREDITO-HORA.
           START ARQUIVO-CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS
           END-START.
           PERFORM LISTA-UMA-NOTA UNTIL FIM-CREDITOS = "S".
           PERFORM EXIBE-TOTAL-DO-CLIENTE.
           DISPLAY "---------------------------------------------".
           DISPLAY "NOTAS EM ABERTO: " TOTAL-NOTAS-ABERTAS
               " SALDO TOTAL: " TOTAL-SALDO-ABERTO.

       LISTA-UMA-NOTA.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS
           END-READ.
           IF FIM-CREDITOS = "N"
               IF CREDITO-ABERTO AND CREDITO-SALDO > 0
                   IF CREDITO-CLIENTE NOT = CLIENTE-ANTERIOR
                       PERFORM EXIBE-TOTAL-DO-CLIENTE
                       MOVE CREDITO-CLIENTE TO CLIENTE-ANTERIOR
                       PERFORM EXIBE-NOME-DO-CLIENTE
                   END-IF
                   PERFORM CALCULA-IDADE-DO-CREDITO
                   DISPLAY "   " CREDITO-DATA " " IDADE-DO-CREDITO
                       " DIAS  PEDIDO " CREDITO-PEDIDO " SALDO "
                       CREDITO-SALDO
                   ADD 1 TO QTDE-NOTAS-DO-CLIENTE
                   ADD CREDITO-SALDO TO SALDO-DO-CLIENTE
                   ADD 1 TO TOTAL-NOTAS-ABERTAS
                   ADD CREDITO-SALDO TO TOTAL-SALDO-ABERTO
               END-IF
           END-IF.

       EXIBE-TOTAL-DO-CLIENTE.
           IF QTDE-NOTAS-DO-CLIENTE > 0
               DISPLAY "   TOTAL DO CLIENTE " CLIENTE-ANTERIOR ": "
                   QTDE-NOTAS-DO-CLIENTE " NOTA(S) SALDO "
                   SALDO-DO-CLIENTE
           END-IF.
           MOVE ZEROS TO SALDO-DO-CLIENTE.
           MOVE ZEROS TO QTDE-NOTAS-DO-CLIENTE.

       EXIBE-NOME-DO-CLIENTE.
           MOVE CREDITO-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "** SEM CADASTRO **" TO CLIENTE-NOME
           END-READ.
           DISPLAY "CLIENTE " CREDITO-CLIENTE " " CLIENTE-NOME.

       CALCULA-IDADE-DO-CREDITO.
           MOVE CREDITO-DATA TO DATA-CREDITO-DESMONTADA.
           COMPUTE DIAS-CREDITO = CREDITO-AA * 360
               + CREDITO-MM * 30 + CREDITO-DD.
           COMPUTE IDADE-DO-CREDITO = DIAS-HOJE - DIAS-CREDITO.

       ACEITA-CLIENTE.
           DISPLAY " ".
           DISPLAY "Cliente a Reembolsar (0 = encerra):".
           ACCEPT CLIENTE-INFORMADO.

       ATENDE-CLIENTE.
      *    O reembolso vai pra conta do cliente pelo CNPJ/CPF do
      *    cadastro; cliente fora do cadastro nao tem pra quem pagar
           MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   SET CLIENTE-SEM-CADASTRO TO TRUE
               NOT INVALID KEY
                   SET CLIENTE-CADASTRADO TO TRUE
           END-READ.
           IF CLIENTE-SEM-CADASTRO
               DISPLAY "CLIENTE " CLIENTE-INFORMADO
                   " NAO CONSTA NO CADASTRO - SEM REEMBOLSO"
           ELSE
               IF CLIENTE-CNPJ-CPF = 0
                   DISPLAY "CLIENTE " CLIENTE-INFORMADO
                       " SEM CNPJ/CPF NO CADASTRO - SEM REEMBOLSO"
               ELSE
                   DISPLAY "CLIENTE " CLIENTE-CODIGO " "
                       CLIENTE-NOME
                   PERFORM OFERECE-NOTAS-DO-CLIENTE
               END-IF
           END-IF.
           PERFORM ACEITA-CLIENTE.

       OFERECE-NOTAS-DO-CLIENTE.
           MOVE ZEROS TO QTDE-NOTAS-DO-CLIENTE.
           MOVE "N" TO FIM-CREDITOS.
           MOVE CLIENTE-INFORMADO TO CREDITO-CLIENTE.
           MOVE ZEROS TO CREDITO-DATA.
           MOVE ZEROS TO CREDITO-HORA.
           START ARQUIVO-CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS
           END-START.
           PERFORM OFERECE-UMA-NOTA UNTIL FIM-CREDITOS = "S".
           IF QTDE-NOTAS-DO-CLIENTE = 0
               DISPLAY "CLIENTE SEM NOTA DE CREDITO EM ABERTO"
           END-IF.

       OFERECE-UMA-NOTA.
           READ ARQUIVO-CREDITO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS
           END-READ.
           IF FIM-CREDITOS = "N"
               IF CREDITO-CLIENTE = CLIENTE-INFORMADO
                   IF CREDITO-ABERTO AND CREDITO-SALDO > 0
                       ADD 1 TO QTDE-NOTAS-DO-CLIENTE
                       PERFORM PERGUNTA-REEMBOLSO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-CREDITOS
               END-IF
           END-IF.

       PERGUNTA-REEMBOLSO.
           PERFORM CALCULA-IDADE-DO-CREDITO.
           DISPLAY "-------------".
           DISPLAY "NOTA DE " CREDITO-DATA " (" IDADE-DO-CREDITO
               " DIAS) PEDIDO " CREDITO-PEDIDO " VALOR "
               CREDITO-VALOR " SALDO " CREDITO-SALDO.
           DISPLAY "Reembolsar (T)odo o saldo, (P)arte ou (N)ao?".
           ACCEPT RESPOSTA-ITEM.
           MOVE ZEROS TO VALOR-DO-REEMBOLSO.
           IF RESPOSTA-ITEM = "T"
               MOVE CREDITO-SALDO TO VALOR-DO-REEMBOLSO
           END-IF.
           IF RESPOSTA-ITEM = "P"
               PERFORM ACEITA-VALOR-PARCIAL
           END-IF.
           IF VALOR-DO-REEMBOLSO > 0
               PERFORM REEMBOLSA-NOTA
           END-IF.

       ACEITA-VALOR-PARCIAL.
           DISPLAY "Valor a Reembolsar (ate " CREDITO-SALDO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO = 0
               OR VALOR-INFORMADO > CREDITO-SALDO
               DISPLAY "VALOR INVALIDO - NOTA NAO REEMBOLSADA"
           ELSE
               MOVE VALOR-INFORMADO TO VALOR-DO-REEMBOLSO
           END-IF.

       REEMBOLSA-NOTA.
      *    O saldo sai da nota com a referencia do reembolso; a nota
      *    fecha quando zera, como no abate do PROG67
           PERFORM OBTEM-NUMERO-DO-REEMBOLSO.
           SUBTRACT VALOR-DO-REEMBOLSO FROM CREDITO-SALDO.
           ADD VALOR-DO-REEMBOLSO TO CREDITO-VALOR-REEMBOLSADO.
           MOVE NUMERO-REEMBOLSO-TIRADO TO CREDITO-REEMBOLSO-NUMERO.
           MOVE DATA-EXECUCAO TO CREDITO-REEMBOLSO-DATA.
           IF CREDITO-SALDO = 0
               SET CREDITO-UTILIZADO TO TRUE
           END-IF.
           REWRITE CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A NOTA DE CREDITO DO "
                       "CLIENTE " CREDITO-CLIENTE
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-REEMBOLSOS
                   ADD VALOR-DO-REEMBOLSO TO TOTAL-VALOR-REEMBOLSADO
                   PERFORM GRAVA-DETALHE-REMESSA
                   PERFORM CONTABILIZA-REEMBOLSO
                   DISPLAY "REEMBOLSO " NUMERO-REEMBOLSO-TIRADO
                       " DE " VALOR-DO-REEMBOLSO " NA REMESSA - "
                       "SALDO DA NOTA " CREDITO-SALDO
           END-REWRITE.

       OBTEM-NUMERO-DO-REEMBOLSO.
      *    A mesma tomada de numero do PROG63, na serie REEMBO; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "REEMBO" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "REEMBO" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE REEMBO"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-REEMBOLSO-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE REEMBO"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-REEMBOLSO.
           MOVE "H" TO REMREE-TIPO-REGISTRO.
           MOVE "COMERCIAL ALFA LTDA" TO REMREE-EMPRESA.
           MOVE DATA-EXECUCAO TO REMREE-DATA.
           WRITE LINHA-REMESSA-REEMBOLSO.

       GRAVA-DETALHE-REMESSA.
      *    CLIENTE-REGISTRO foi lido no atendimento do cliente
           MOVE SPACE TO LINHA-REMESSA-REEMBOLSO.
           MOVE "D" TO REMREE-TIPO-REGISTRO.
           MOVE NUMERO-REEMBOLSO-TIRADO TO REMREE-NUMERO.
           MOVE CLIENTE-CODIGO TO REMREE-CLIENTE.
           MOVE CLIENTE-NOME TO REMREE-NOME.
           MOVE CLIENTE-CNPJ-CPF TO REMREE-CNPJ-CPF.
           MOVE CREDITO-PEDIDO TO REMREE-PEDIDO.
           MOVE VALOR-DO-REEMBOLSO TO REMREE-VALOR.
           WRITE LINHA-REMESSA-REEMBOLSO.

       GRAVA-RODAPE-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-REEMBOLSO.
           MOVE "T" TO REMREE-TIPO-REGISTRO.
           MOVE TOTAL-REEMBOLSOS TO REMREE-QTDE.
           MOVE TOTAL-VALOR-REEMBOLSADO TO REMREE-TOTAL.
           WRITE LINHA-REMESSA-REEMBOLSO.

       CONTABILIZA-REEMBOLSO.
           MOVE VALOR-DO-REEMBOLSO TO VALOR-DO-LANCAMENTO.
           MOVE "CLIENTE" TO CONTA-DO-LANCAMENTO.
           MOVE "REEMBOLSO DE CREDITO" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.
           MOVE "CAIXA" TO CONTA-DO-LANCAMENTO.
           MOVE "REEMBOLSO DE CREDITO" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.

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

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de reembolsos na remessa; a linha sai sob a
      *    sigla REEMBO (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "REEMBO" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-REEMBOLSOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

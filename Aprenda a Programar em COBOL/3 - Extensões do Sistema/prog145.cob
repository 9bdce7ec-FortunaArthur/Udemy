      *      credito em CAIXA, pelo liquido.
      *    O balancete mensal por conta/centro de custo sai no
      *    PROG146, provando que debitos fecham com creditos.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela, o recebimento do pedido
      *    pago no dia passou a ser a soma do valor pago das
      *    parcelas; o faturamento do dia ja somava titulo por
      *    titulo e segue igual.
      *    O valor recuperado de parcela baixada como perda
      *    (RECEBIVEL-VALOR-RECUPERADO) ja sai em lancamentos.dat na
      *    carga do PROG67, em CAIXA contra RECUPE; ficou fora da
      *    soma do recebimento do pedido pra nao lancar duas vezes.
      *    Toda conta passou a ser conferida no plano de contas
      *    (plano_contas.dat, mantido no PROG202) antes do
      *    lancamento: conta fora do plano, Inativa ou Sintetica -
      *    inclusive o RC???? do cliente fora do cadastro e o CC????
      *    do departamento fora do cadastro - vai pra transitoria
      *    SUSPEN e sai na lista de excecoes da rodada, em vez de
      *    aparecer como conta no balancete do PROG146. Sem a SUSPEN
      *    no plano a rodada nao lanca nada.
      *    A folha do mes passou a lancar tambem o que saiu do
      *    liquido: o adiantamento quinzenal (pago em dinheiro no
      *    meio do mes pela remessa do PROG218) vai a debito no
      *    centro de custo e a credito em CAIXA, e a parcela de
      *    emprestimo consignado a debito no centro de custo e a
      *    credito em EMPRES, a conta do emprestimo concedido (a
      *    concessao e lancada no PROG203).
      *    A pensao alimenticia descontada na folha, depositada pela
      *    remessa do PROG76 na conta do beneficiario, vai a debito
      *    no centro de custo e a credito em CAIXA.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    As vendas de balcao do dia (PROG319, em vendas_balcao.dat)
      *    entram ja pagas: debito em CAIXA (dinheiro) ou em CARTAO
      *    (cartao) e credito na receita da filial do balcao (RC +
      *    codigo da filial), sem passar por CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCLIENTE.cob".
           COPY "SELFOLHA.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELPLANO.cob".
           COPY "SELBALCAO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
           COPY "FDCLIENTE.cob".
           COPY "FDFOLHA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDPLANO.cob".
           COPY "FDBALCAO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DO-MOVIMENTO PIC 9(8).
       01  RESPOSTA-FOLHA PIC X.

       01  CONTA-DA-RECEITA PIC X(6).
       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.
       01  PAGO-DAS-PARCELAS PIC 9(9)V99.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  FIM-PARCELAS PIC X.

       01  MOTIVO-DA-EXCECAO PIC X(20).
       01  CONTA-NO-PLANO-FLAG PIC X VALUE "N".
           88 CONTA-ACEITA-NO-PLANO VALUE "S".
           88 CONTA-RECUSADA-NO-PLANO VALUE "N".
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.
       01  VALOR-EXCECOES PIC 9(10)V99 VALUE 0.

       01  TOTAL-LANCAMENTOS PIC 9(6) VALUE 0.
       01  TOTAL-DEBITOS PIC 9(10)V99 VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-DO-MOVIMENTO.
           DISPLAY "INFORME A DATA DO MOVIMENTO (AAAAMMDD, ENTER "
               "PARA HOJE):".
           ACCEPT DATA-DO-MOVIMENTO.
           IF DATA-DO-MOVIMENTO = 0
           DISPLAY "INCLUIR A FOLHA DO MES NESTA RODADA? (S/N)".
           ACCEPT RESPOSTA-FOLHA.

           OPEN INPUT ARQUIVO-PLANO.
           MOVE "SUSPEN" TO CONTA-DO-LANCAMENTO.
           PERFORM CONFERE-CONTA-NO-PLANO.
           IF CONTA-RECUSADA-NO-PLANO
               DISPLAY "CONTA TRANSITORIA SUSPEN " MOTIVO-DA-EXCECAO
                   " NO PLANO DE CONTAS - CONTABILIZACAO NAO FEITA"
               CLOSE ARQUIVO-PLANO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND ARQUIVO-LANCAMENTO.

           DISPLAY "EXCECOES DO PLANO DE CONTAS (CONTA MOTIVO "
               "HISTORICO VALOR - LANCADO EM SUSPEN):".
           PERFORM CONTABILIZA-FATURAMENTO-DO-DIA.
           PERFORM CONTABILIZA-RECEBIMENTOS-DO-DIA.
           PERFORM CONTABILIZA-VENDAS-BALCAO-DO-DIA.
           IF RESPOSTA-FOLHA = "S"
               PERFORM CONTABILIZA-FOLHA-DO-MES
           END-IF.

           CLOSE ARQUIVO-LANCAMENTO.
           CLOSE ARQUIVO-PLANO.

           DISPLAY "---------------------------------------------".
           DISPLAY "LANCAMENTOS GRAVADOS: " TOTAL-LANCAMENTOS.
                   "INVESTIGAR ANTES DO BALANCETE ***"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           DISPLAY "LANCAMENTOS DESVIADOS PRA SUSPEN: " TOTAL-EXCECOES
               " VALOR " VALOR-EXCECOES.

           PERFORM GRAVA-STATUS-EXECUCAO.

           IF PEDIDO-PAGO
               AND PEDIDO-DATA-PAGAMENTO = DATA-DO-MOVIMENTO
               MOVE PEDIDO-VALOR TO VALOR-DO-LANCAMENTO
               PERFORM SOMA-PARCELAS-DO-PEDIDO
               IF QTDE-PARCELAS-LIDAS > 0
                   MOVE PAGO-DAS-PARCELAS TO VALOR-DO-LANCAMENTO
               END-IF
               MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               MOVE "RECEBIMENTO DO DIA" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       SOMA-PARCELAS-DO-PEDIDO.
      *    O titulo do pedido e a soma das parcelas de recebiveis.dat
      *    (chave pedido + parcela)
           MOVE ZEROS TO PAGO-DAS-PARCELAS.
           MOVE ZEROS TO QTDE-PARCELAS-LIDAS.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM SOMA-PARCELA-DO-PEDIDO UNTIL FIM-PARCELAS = "S".

       SOMA-PARCELA-DO-PEDIDO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   ADD 1 TO QTDE-PARCELAS-LIDAS
                   ADD RECEBIVEL-VALOR-PAGO TO PAGO-DAS-PARCELAS
                   SUBTRACT RECEBIVEL-VALOR-RECUPERADO
                       FROM PAGO-DAS-PARCELAS
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       CONTABILIZA-VENDAS-BALCAO-DO-DIA.
      *    Venda de balcao ja entra paga: debito em CAIXA ou CARTAO
      *    conforme a forma de pagamento e credito na receita da
      *    filial do balcao
           OPEN INPUT ARQUIVO-VENDA-BALCAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-VENDA-BALCAO.
           PERFORM AVALIA-VENDA-BALCAO-DO-DIA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-VENDA-BALCAO.

       LER-PROXIMA-VENDA-BALCAO.
           READ ARQUIVO-VENDA-BALCAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-VENDA-BALCAO-DO-DIA.
           IF BALC-DATA = DATA-DO-MOVIMENTO
               MOVE BALC-VALOR-TOTAL TO VALOR-DO-LANCAMENTO
               IF BALC-CARTAO
                   MOVE "CARTAO" TO CONTA-DO-LANCAMENTO
               ELSE
                   MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               END-IF
               MOVE "VENDA BALCAO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE SPACES TO CONTA-DA-RECEITA
               STRING "RC" DELIMITED BY SIZE
                   BALC-FILIAL DELIMITED BY SIZE
                   INTO CONTA-DA-RECEITA
               MOVE CONTA-DA-RECEITA TO CONTA-DO-LANCAMENTO
               MOVE "RECEITA DA FILIAL" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           PERFORM LER-PROXIMA-VENDA-BALCAO.

       CONTABILIZA-FOLHA-DO-MES.
      *    Debito no centro de custo do departamento e credito em
      *    CAIXA, pelo liquido de cada linha da folha
           MOVE "CAIXA" TO CONTA-DO-LANCAMENTO.
           MOVE "PAGTO DA FOLHA" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.
           IF FOLHA-DESCONTO-ADIANTAMENTO > 0
               MOVE FOLHA-DESCONTO-ADIANTAMENTO
                   TO VALOR-DO-LANCAMENTO
               MOVE CONTA-DO-CUSTO TO CONTA-DO-LANCAMENTO
               MOVE "ADIANTAMENTO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               MOVE "PAGTO ADIANTAMENTO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF FOLHA-DESCONTO-EMPRESTIMO > 0
               MOVE FOLHA-DESCONTO-EMPRESTIMO TO VALOR-DO-LANCAMENTO
               MOVE CONTA-DO-CUSTO TO CONTA-DO-LANCAMENTO
               MOVE "PARCELA EMPRESTIMO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "EMPRES" TO CONTA-DO-LANCAMENTO
               MOVE "BAIXA EMPRESTIMO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF FOLHA-DESCONTO-PENSAO > 0
               MOVE FOLHA-DESCONTO-PENSAO TO VALOR-DO-LANCAMENTO
               MOVE CONTA-DO-CUSTO TO CONTA-DO-LANCAMENTO
               MOVE "PENSAO ALIMENTICIA" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               MOVE "PAGTO PENSAO" TO HISTORICO-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           PERFORM LER-PROXIMA-LINHA-FOLHA.

       BUSCA-CENTRO-DE-CUSTO.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou
           PERFORM VALIDA-CONTA-DO-LANCAMENTO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-DO-MOVIMENTO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           ADD VALOR-DO-LANCAMENTO TO TOTAL-DEBITOS.

       GRAVA-CREDITO.
           PERFORM VALIDA-CONTA-DO-LANCAMENTO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-DO-MOVIMENTO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           PERFORM GRAVA-LINHA-DO-LANCAMENTO.
           ADD VALOR-DO-LANCAMENTO TO TOTAL-CREDITOS.

       VALIDA-CONTA-DO-LANCAMENTO.
      *    Conta que o plano nao aceita vira SUSPEN e entra na lista
      *    de excecoes com a conta que foi montada
           PERFORM CONFERE-CONTA-NO-PLANO.
           IF CONTA-RECUSADA-NO-PLANO
               DISPLAY "   " CONTA-DO-LANCAMENTO " "
                   MOTIVO-DA-EXCECAO " " HISTORICO-DO-LANCAMENTO " "
                   VALOR-DO-LANCAMENTO
               ADD 1 TO TOTAL-EXCECOES
               ADD VALOR-DO-LANCAMENTO TO VALOR-EXCECOES
               MOVE "SUSPEN" TO CONTA-DO-LANCAMENTO
           END-IF.

       CONFERE-CONTA-NO-PLANO.
           SET CONTA-RECUSADA-NO-PLANO TO TRUE.
           MOVE CONTA-DO-LANCAMENTO TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   MOVE "FORA DO PLANO" TO MOTIVO-DA-EXCECAO
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA
                       MOVE "INATIVA" TO MOTIVO-DA-EXCECAO
                   ELSE
                       IF PLANO-SINTETICA
                           MOVE "SINTETICA" TO MOTIVO-DA-EXCECAO
                       ELSE
                           SET CONTA-ACEITA-NO-PLANO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       GRAVA-LINHA-DO-LANCAMENTO.
           WRITE LINHA-LANCAMENTO.
           ADD 1 TO TOTAL-LANCAMENTOS.

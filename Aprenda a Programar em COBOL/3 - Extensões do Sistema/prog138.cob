      *    Cada virada sai em hist_clientes.dat com o operador
      *    NOTURNO e na listagem do dia pra mesa de credito. Em dia
      *    nao util a rodada e recusada, no padrao do PROG66.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela pela condicao de
      *    pagamento, o vencido passou a ser contado pelo vencimento
      *    de cada parcela em aberto (RECEBIVEL-DATA-VENCIMENTO) e
      *    nao mais pela idade do pedido: "mais de 30 dias do
      *    pedido" era o vencimento do prazo padrao. A regra virou
      *    dias de carencia depois do vencimento, zero por padrao -
      *    o mesmo resultado de antes pra quem compra a 30 dias.
      *    Pedido nao faturado vence na data do pedido + 30.
      *    A rodada passou a conferir tambem a exposicao: cliente
      *    com CLIENTE-EXPOSICAO-ATUAL acima do proprio limite, ou de
      *    grupo economico cuja exposicao somada passou do limite do
      *    grupo (grupos_economicos.dat), e bloqueado como o
      *    vencido; so volta pra Livre sem vencido e com cliente e
      *    grupo dentro do limite. A soma por grupo e feita numa
      *    varrida de clientes.dat antes das viradas.
      *    Parcela baixada como perda (PROG198) com saldo ainda nao
      *    recuperado conta como vencida, sem carencia: o cliente
      *    bloqueado na baixa nao volta pra Livre na rodada seguinte.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Titulo reaberto por cheque devolvido (PROG323) segura o
      *    bloqueio enquanto tiver saldo, mesmo ainda nao vencido:
      *    uma varrida de cheques_custodia.dat soma ao vencido do
      *    cliente o saldo em aberto dos titulos de cada cheque
      *    Devolvido que nao entrou pelo atraso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCLIENTE.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELGRUPO.cob".
           COPY "SELCHEQUE.cob".

           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDGRUPO.cob".
           COPY "FDCHEQUE.cob".
           COPY "FDHISTCLIENTE.cob".

           COPY "FDSTATUS.cob".
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  GRUPO-FILE-STATUS PIC X(2).
       01  CHEQUE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-PEDIDO-DESMONTADA.
           05 DATA-PEDIDO-AA PIC 9(4).
           05 DATA-PEDIDO-MM PIC 99.
           05 DATA-PEDIDO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).
       01  IDADE-DIAS PIC S9(6).
       01  FIM-PARCELAS PIC X.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  VALOR-EM-ABERTO PIC 9(8)V99.
       01  VENCIDO-DO-CLIENTE PIC 9(9)V99.
       01  CLIENTE-DO-VENCIDO PIC 9(6).
       01  INDICE-TITULO PIC 9.

      *    Regra da casa: bloqueia quem tem qualquer parcela vencida
      *    ha mais que os dias de carencia depois do vencimento
       01  DIAS-DA-REGRA PIC 9(3) VALUE 0.

       01  QTDE-CLIENTES-TABELA PIC 9(3) VALUE 0.
       01  INDICE-CLIENTE PIC 9(3).
               10 VENC-TAB-CODIGO PIC 9(6).
               10 VENC-TAB-VALOR PIC 9(9)V99.

      *    Exposicao somada e limite de cada grupo economico
       01  QTDE-GRUPOS-TABELA PIC 9(3) VALUE 0.
       01  INDICE-GRUPO PIC 9(3).
       01  INDICE-GRUPO-ACHADO PIC 9(3) VALUE 0.

       01  TABELA-GRUPOS.
           05 GRUPO-ITEM OCCURS 200 TIMES.
               10 GRUPO-TAB-CODIGO PIC 9(4).
               10 GRUPO-TAB-EXPOSICAO PIC 9(11)V99.
               10 GRUPO-TAB-LIMITE PIC 9(9)V99.

       01  LIMITE-FLAG PIC X VALUE "N".
           88 CLIENTE-DENTRO-DO-LIMITE VALUE "N".
           88 CLIENTE-ACIMA-DO-LIMITE VALUE "S".
       01  MOTIVO-DO-BLOQUEIO PIC X(20).

       01  TABELA-ESTOURADA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOUROU VALUE "S".
           88 TABELA-COUBE VALUE "N".
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  TOTAL-BLOQUEADOS PIC 9(6) VALUE 0.
       01  TOTAL-LIBERADOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.
           DISPLAY "-------------------------------------------------".

           PERFORM APURA-VENCIDOS-DOS-PEDIDOS.
           PERFORM APURA-CHEQUES-DEVOLVIDOS.

           IF TABELA-ESTOUROU
               DISPLAY "MAIS DE 500 CLIENTES COM VENCIDO - RODADA "
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM APURA-EXPOSICAO-DOS-GRUPOS.

           IF TABELA-ESTOUROU
               DISPLAY "MAIS DE 200 GRUPOS ECONOMICOS COM CLIENTE - "
                   "RODADA ABANDONADA SEM VIRAR NINGUEM"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND ARQUIVO-HISTORICO.
           PERFORM VIRA-CLIENTES.
           CLOSE ARQUIVO-HISTORICO.

       APURA-VENCIDOS-DOS-PEDIDOS.
      *    Uma unica varrida de pedidos.dat acumulando por cliente o
      *    que esta vencido alem da carencia
           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-ARQUIVO.
               AT END MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-DO-VENCIDO.
           IF NOT PEDIDO-PAGO AND NOT PEDIDO-CANCELADO
               MOVE ZEROS TO QTDE-PARCELAS-LIDAS
               IF PEDIDO-FATURADO
                   PERFORM APURA-PARCELAS-DO-PEDIDO
               END-IF
               IF QTDE-PARCELAS-LIDAS = 0
                   PERFORM APURA-PEDIDO-SEM-TITULO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       APURA-PEDIDO-SEM-TITULO.
      *    Sem titulo: valor cheio, vencendo na data do pedido + 30
           MOVE PEDIDO-VALOR TO VALOR-EM-ABERTO.
           MOVE PEDIDO-DATA TO DATA-PEDIDO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = DATA-PEDIDO-AA * 360
               + DATA-PEDIDO-MM * 30 + DATA-PEDIDO-DD + 30.
           PERFORM CONFERE-ATRASO.

       APURA-PARCELAS-DO-PEDIDO.
      *    Pedido faturado entra pelo saldo devedor de cada parcela,
      *    como no aging do PROG68
           MOVE "N" TO FIM-PARCELAS.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM APURA-PROXIMA-PARCELA UNTIL FIM-PARCELAS = "S".

       APURA-PROXIMA-PARCELA.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PEDIDO-NUMERO
                   ADD 1 TO QTDE-PARCELAS-LIDAS
                   IF RECEBIVEL-EM-ABERTO
                       MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                       MOVE RECEBIVEL-DATA-VENCIMENTO
                           TO DATA-VENCIMENTO-DESMONTADA
                       COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
                           + VENCTO-MM * 30 + VENCTO-DD
                       PERFORM CONFERE-ATRASO
                   END-IF
                   IF RECEBIVEL-BAIXADO-PERDA AND RECEBIVEL-SALDO > 0
                       MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                       PERFORM ACUMULA-VENCIDO-DO-CLIENTE
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       CONFERE-ATRASO.
           COMPUTE IDADE-DIAS = DIAS-HOJE - DIAS-VENCIMENTO.
           IF IDADE-DIAS > DIAS-DA-REGRA AND VALOR-EM-ABERTO > 0
               PERFORM ACUMULA-VENCIDO-DO-CLIENTE
           END-IF.

       ACUMULA-VENCIDO-DO-CLIENTE.
               ELSE
                   ADD 1 TO QTDE-CLIENTES-TABELA
                   MOVE QTDE-CLIENTES-TABELA TO INDICE-ACHADO
                   MOVE CLIENTE-DO-VENCIDO
                       TO VENC-TAB-CODIGO(INDICE-ACHADO)
                   MOVE ZERO TO VENC-TAB-VALOR(INDICE-ACHADO)
               END-IF

       COMPARA-CLIENTE-TABELA.
           IF VENC-TAB-CODIGO(INDICE-CLIENTE)
               = CLIENTE-DO-VENCIDO
               SET CLIENTE-NA-TABELA TO TRUE
               MOVE INDICE-CLIENTE TO INDICE-ACHADO
           END-IF.

       APURA-CHEQUES-DEVOLVIDOS.
      *    Titulo reaberto por cheque devolvido conta como vencido
      *    enquanto tiver saldo; o que ja passou da carencia entrou
      *    pela varrida de pedidos e nao e somado de novo
           OPEN INPUT ARQUIVO-CHEQUE.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CHEQUE.
           PERFORM AVALIA-CHEQUE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CHEQUE.
           CLOSE ARQUIVO-RECEBIVEL.

       LER-PROXIMO-CHEQUE.
           READ ARQUIVO-CHEQUE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CHEQUE.
           IF CHEQUE-DEVOLVIDO
               MOVE CHEQUE-CLIENTE TO CLIENTE-DO-VENCIDO
               PERFORM AVALIA-TITULO-DO-CHEQUE
                   VARYING INDICE-TITULO FROM 1 BY 1
                   UNTIL INDICE-TITULO > CHEQUE-QTDE-TITULOS
           END-IF.
           PERFORM LER-PROXIMO-CHEQUE.

       AVALIA-TITULO-DO-CHEQUE.
           MOVE CHEQUE-TIT-PEDIDO(INDICE-TITULO) TO RECEBIVEL-PEDIDO.
           MOVE CHEQUE-TIT-PARCELA(INDICE-TITULO)
               TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
                       MOVE RECEBIVEL-DATA-VENCIMENTO
                           TO DATA-VENCIMENTO-DESMONTADA
                       COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
                           + VENCTO-MM * 30 + VENCTO-DD
                       COMPUTE IDADE-DIAS =
                           DIAS-HOJE - DIAS-VENCIMENTO
                       IF IDADE-DIAS NOT > DIAS-DA-REGRA
                           MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                           PERFORM ACUMULA-VENCIDO-DO-CLIENTE
                       END-IF
                   END-IF
           END-READ.

       APURA-EXPOSICAO-DOS-GRUPOS.
      *    Uma varrida de clientes.dat somando a exposicao por grupo;
      *    o limite de cada grupo vem de grupos_economicos.dat
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-GRUPO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CLIENTE.
           PERFORM SOMA-CLIENTE-NO-GRUPO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-GRUPO.

       SOMA-CLIENTE-NO-GRUPO.
           IF CLIENTE-GRUPO > 0
               PERFORM LOCALIZA-GRUPO-NA-TABELA
               IF INDICE-GRUPO-ACHADO = 0
                   PERFORM INCLUI-GRUPO-NA-TABELA
               END-IF
               IF INDICE-GRUPO-ACHADO > 0
                   ADD CLIENTE-EXPOSICAO-ATUAL
                       TO GRUPO-TAB-EXPOSICAO(INDICE-GRUPO-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CLIENTE.

       LOCALIZA-GRUPO-NA-TABELA.
           MOVE 0 TO INDICE-GRUPO-ACHADO.
           PERFORM COMPARA-GRUPO-TABELA
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > QTDE-GRUPOS-TABELA
                  OR INDICE-GRUPO-ACHADO > 0.

       COMPARA-GRUPO-TABELA.
           IF GRUPO-TAB-CODIGO(INDICE-GRUPO) = CLIENTE-GRUPO
               MOVE INDICE-GRUPO TO INDICE-GRUPO-ACHADO
           END-IF.

       INCLUI-GRUPO-NA-TABELA.
      *    Grupo fora do cadastro entra sem limite (so agrupa)
           IF QTDE-GRUPOS-TABELA >= 200
               SET TABELA-ESTOUROU TO TRUE
           ELSE
               ADD 1 TO QTDE-GRUPOS-TABELA
               MOVE QTDE-GRUPOS-TABELA TO INDICE-GRUPO-ACHADO
               MOVE CLIENTE-GRUPO
                   TO GRUPO-TAB-CODIGO(INDICE-GRUPO-ACHADO)
               MOVE ZERO TO GRUPO-TAB-EXPOSICAO(INDICE-GRUPO-ACHADO)
               MOVE CLIENTE-GRUPO TO GRUPO-CODIGO
               READ ARQUIVO-GRUPO
                   INVALID KEY
                       MOVE ZERO
                           TO GRUPO-TAB-LIMITE(INDICE-GRUPO-ACHADO)
                   NOT INVALID KEY
                       MOVE GRUPO-LIMITE-CREDITO
                           TO GRUPO-TAB-LIMITE(INDICE-GRUPO-ACHADO)
               END-READ
           END-IF.

       VIRA-CLIENTES.
           OPEN I-O ARQUIVO-CLIENTE.
           MOVE "N" TO FINAL-ARQUIVO.
       AVALIA-CLIENTE.
           IF CLIENTE-ATIVO
               PERFORM BUSCA-VENCIDO-DO-CLIENTE
               PERFORM CONFERE-LIMITES-DO-CLIENTE
               IF (VENCIDO-DO-CLIENTE > 0 OR CLIENTE-ACIMA-DO-LIMITE)
                   AND CLIENTE-CREDITO-LIVRE
                   PERFORM BLOQUEIA-CLIENTE
               END-IF
               IF VENCIDO-DO-CLIENTE = 0
                   AND CLIENTE-DENTRO-DO-LIMITE
                   AND CLIENTE-CREDITO-BLOQUEADO
                   PERFORM LIBERA-CLIENTE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CLIENTE.

       CONFERE-LIMITES-DO-CLIENTE.
      *    Limite zero (do cliente ou do grupo) e sem limite definido
           SET CLIENTE-DENTRO-DO-LIMITE TO TRUE.
           MOVE "VENCIDO" TO MOTIVO-DO-BLOQUEIO.
           IF CLIENTE-LIMITE-CREDITO > 0
               AND CLIENTE-EXPOSICAO-ATUAL > CLIENTE-LIMITE-CREDITO
               SET CLIENTE-ACIMA-DO-LIMITE TO TRUE
               MOVE "LIMITE DO CLIENTE" TO MOTIVO-DO-BLOQUEIO
           END-IF.
           IF CLIENTE-GRUPO > 0
               PERFORM LOCALIZA-GRUPO-NA-TABELA
               IF INDICE-GRUPO-ACHADO > 0
                   IF GRUPO-TAB-LIMITE(INDICE-GRUPO-ACHADO) > 0
                       AND GRUPO-TAB-EXPOSICAO(INDICE-GRUPO-ACHADO)
                       > GRUPO-TAB-LIMITE(INDICE-GRUPO-ACHADO)
                       SET CLIENTE-ACIMA-DO-LIMITE TO TRUE
                       MOVE "LIMITE DO GRUPO" TO MOTIVO-DO-BLOQUEIO
                   END-IF
               END-IF
           END-IF.

       BUSCA-VENCIDO-DO-CLIENTE.
           MOVE ZERO TO VENCIDO-DO-CLIENTE.
           PERFORM COMPARA-CODIGO-DO-CLIENTE
                   PERFORM GRAVA-HISTORICO
                   DISPLAY "BLOQUEADO: " CLIENTE-CODIGO " "
                       CLIENTE-NOME " VENCIDO: " VENCIDO-DO-CLIENTE
                       " MOTIVO: " MOTIVO-DO-BLOQUEIO
           END-REWRITE.

       LIBERA-CLIENTE.

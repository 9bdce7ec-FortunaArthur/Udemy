       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG317.
      *    Programa da Revisao Trimestral de Limites de Credito
      *    CLIENTE-LIMITE-CREDITO e definido no cadastro e ninguem
      *    mais olha: o cliente bom cujo negocio cresceu cai no
      *    bloqueio do PROG138, e o mau pagador segue com o limite
      *    do primeiro dia. Esta rodada, feita a cada trimestre,
      *    levanta pra cada cliente ativo os ultimos 12 meses:
      *    - faturamento: o valor original dos titulos de
      *      recebiveis.dat faturados no periodo (fora os
      *      cancelados);
      *    - pico de exposicao: o maior total em aberto das fotos de
      *      aging_snapshots.dat no periodo, ou a exposicao atual se
      *      for maior;
      *    - atraso medio em dias: os dias de atraso das parcelas
      *      pagas com encargo no periodo (juros_aplicados.dat) mais
      *      o atraso de hoje das parcelas vencidas em aberto,
      *      divididos pelas parcelas quitadas com vencimento no
      *      periodo mais as vencidas em aberto;
      *    - bloqueios: as linhas B de hist_clientes.dat no periodo;
      *    - cartas de cobranca: as linhas de cartas_cobranca.dat no
      *      periodo.
      *    O limite sugerido sai das regras de regras_limite.dat,
      *    que a propria rodada mostra e deixa o gerente de credito
      *    mudar: o faturamento medio mensal vezes os meses de
      *    cobertura (ou o pico, se maior), mais a folga, menos os
      *    cortes por atraso, bloqueio e carta (ate o corte maximo),
      *    sem passar do aumento maximo sobre o limite atual, em
      *    centenas inteiras e nunca zero (limite zero e "sem limite
      *    definido" no PROG63). Cliente sem faturamento nem
      *    exposicao no periodo fica como esta. Como no recalculo
      *    de estoque minimo (PROG192), nada muda no cadastro: o
      *    relatorio da revisao sai pro gerente e as sugestoes que
      *    diferem do limite atual vao pra revisao_limites.dat, de
      *    onde o PROG318 aplica as aprovadas. Os movimentos dos
      *    clientes sao juntados por um SORT de procedimento (molde
      *    do PROG205) pelo codigo do cliente. A linha de status
      *    sai sob a sigla REVLIM com a quantidade de propostas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELJUROS.cob".
           COPY "SELAGINGHIST.cob".
           COPY "SELCARTAS.cob".
           COPY "SELREGRALIM.cob".
           COPY "SELREVLIM.cob".
           COPY "SELSTATUS.cob".

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ORDENACAO-REVISAO
           ASSIGN TO "prog317.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDJUROS.cob".
           COPY "FDAGINGHIST.cob".
           COPY "FDCARTAS.cob".
           COPY "FDREGRALIM.cob".
           COPY "FDREVLIM.cob".
           COPY "FDSTATUS.cob".
           COPY "FDHISTCLIENTE.cob".

      *    1 registro por movimento do cliente no periodo: (C)liente
      *    ativo, (F)aturamento, (E)xposicao da foto de aging,
      *    (J)uros de parcela paga com atraso, parcela (Q)uitada,
      *    parcela (V)encida em aberto, (B)loqueio e carta de
      *    cobranca (K)
       SD  ARQUIVO-ORDENACAO-REVISAO.

       01  REGISTRO-ORDENACAO-REVISAO.
           05 ORD-CLIENTE PIC 9(6).
           05 ORD-TIPO PIC X.
           05 ORD-VALOR PIC 9(9)V99.
           05 ORD-DIAS PIC 9(6).

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.
       01  FINAL-REGRAS PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).
       01  DATA-INICIO-JANELA PIC 9(8).
       01  MES-INICIO-JANELA PIC 9(6).

      *    Regras em vigor nesta rodada; sem regras_limite.dat valem
      *    estas
       01  REGRAS-DA-REVISAO.
           05 MESES-COBERTURA PIC 9(2) VALUE 2.
           05 PERC-FOLGA PIC 9(3) VALUE 20.
           05 ATRASO-TOLERADO PIC 9(3) VALUE 15.
           05 CORTE-POR-ATRASO PIC 9(3) VALUE 30.
           05 CORTE-POR-BLOQUEIO PIC 9(3) VALUE 10.
           05 CORTE-POR-CARTA PIC 9(3) VALUE 5.
           05 CORTE-MAXIMO PIC 9(3) VALUE 80.
           05 AUMENTO-MAXIMO PIC 9(3) VALUE 50.

       01  VALOR-INFORMADO PIC 9(3).

      *    Movimento somado do cliente em revisao
       01  CLIENTE-EM-REVISAO PIC 9(6).
       01  CLIENTE-ATIVO-FLAG PIC X.
           88 CLIENTE-NA-REVISAO VALUE "S".
           88 CLIENTE-FORA-DA-REVISAO VALUE "N".
       01  FATURAMENTO-PERIODO PIC 9(9)V99.
       01  PICO-EXPOSICAO PIC 9(9)V99.
       01  SOMA-DIAS-ATRASO PIC 9(8).
       01  QTDE-PARCELAS-COM-JUROS PIC 9(5).
       01  QTDE-PARCELAS-QUITADAS PIC 9(5).
       01  QTDE-PARCELAS-VENCIDAS PIC 9(5).
       01  QTDE-PARCELAS-AVALIADAS PIC 9(5).
       01  ATRASO-MEDIO PIC 9(4).
       01  QTDE-BLOQUEIOS PIC 9(3).
       01  QTDE-CARTAS PIC 9(3).

       01  LIMITE-BASE PIC 9(10)V99.
       01  PERC-CORTE PIC 9(5).
       01  LIMITE-SUGERIDO PIC 9(10)V99.
       01  TETO-DO-AUMENTO PIC 9(10)V99.
       01  CENTENAS-DO-LIMITE PIC 9(8).
       01  MAIOR-LIMITE-DO-CADASTRO PIC 9(8)V99 VALUE 99999900.

       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.

       01  TOTAL-CLIENTES-AVALIADOS PIC 9(6) VALUE 0.
       01  TOTAL-SEM-MOVIMENTO PIC 9(6) VALUE 0.
       01  TOTAL-PROPOSTAS PIC 9(6) VALUE 0.
       01  TOTAL-AUMENTOS PIC 9(6) VALUE 0.
       01  TOTAL-REDUCOES PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.
      *    O periodo e de 12 meses ate hoje; das fotos de aging
      *    entram os 12 ultimos meses fechados
           COMPUTE DATA-INICIO-JANELA =
               (DATA-EXECUCAO-AA - 1) * 10000
               + DATA-EXECUCAO-MM * 100 + DATA-EXECUCAO-DD.
           COMPUTE MES-INICIO-JANELA =
               (DATA-EXECUCAO-AA - 1) * 100 + DATA-EXECUCAO-MM.

           PERFORM CARREGA-REGRAS.
           PERFORM CONFIRMA-REGRAS.
           PERFORM GRAVA-REGRAS.

           PERFORM IMPRIME-CABECALHO.

           SORT ARQUIVO-ORDENACAO-REVISAO
               ON ASCENDING KEY ORD-CLIENTE ORD-TIPO
               INPUT PROCEDURE IS CARREGA-MOVIMENTO-DOS-CLIENTES
               OUTPUT PROCEDURE IS REVISA-CLIENTES.

           PERFORM IMPRIME-RODAPE.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-REGRAS.
           OPEN INPUT ARQUIVO-REGRA-LIMITE.
           MOVE "N" TO FINAL-REGRAS.
           READ ARQUIVO-REGRA-LIMITE NEXT RECORD
               AT END MOVE "S" TO FINAL-REGRAS.
           IF FINAL-REGRAS = "N"
               MOVE REGRA-MESES-COBERTURA TO MESES-COBERTURA
               MOVE REGRA-PERC-FOLGA TO PERC-FOLGA
               MOVE REGRA-ATRASO-TOLERADO TO ATRASO-TOLERADO
               MOVE REGRA-CORTE-ATRASO TO CORTE-POR-ATRASO
               MOVE REGRA-CORTE-BLOQUEIO TO CORTE-POR-BLOQUEIO
               MOVE REGRA-CORTE-CARTA TO CORTE-POR-CARTA
               MOVE REGRA-CORTE-MAXIMO TO CORTE-MAXIMO
               MOVE REGRA-AUMENTO-MAXIMO TO AUMENTO-MAXIMO
           END-IF.
           CLOSE ARQUIVO-REGRA-LIMITE.

       CONFIRMA-REGRAS.
      *    ENTER mantem a regra em vigor
           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "MESES DE FATURAMENTO COBERTOS PELO LIMITE (ENTER "
               "= " MESES-COBERTURA "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO MESES-COBERTURA
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "PERCENTUAL DE FOLGA SOBRE O LIMITE BASE (ENTER = "
               PERC-FOLGA "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO PERC-FOLGA
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "ATRASO MEDIO TOLERADO EM DIAS (ENTER = "
               ATRASO-TOLERADO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO ATRASO-TOLERADO
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "PERCENTUAL DE CORTE POR ATRASO ACIMA DO TOLERADO "
               "(ENTER = " CORTE-POR-ATRASO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO CORTE-POR-ATRASO
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "PERCENTUAL DE CORTE POR BLOQUEIO (ENTER = "
               CORTE-POR-BLOQUEIO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO CORTE-POR-BLOQUEIO
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "PERCENTUAL DE CORTE POR CARTA DE COBRANCA (ENTER "
               "= " CORTE-POR-CARTA "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO CORTE-POR-CARTA
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "CORTE MAXIMO SOMADO, ATE 99 (ENTER = "
               CORTE-MAXIMO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO CORTE-MAXIMO
           END-IF.
           IF CORTE-MAXIMO > 99
               MOVE 99 TO CORTE-MAXIMO
           END-IF.

           MOVE ZEROS TO VALOR-INFORMADO.
           DISPLAY "AUMENTO MAXIMO EM PERCENTUAL SOBRE O LIMITE ATUAL "
               "(ENTER = " AUMENTO-MAXIMO "):".
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO > 0
               MOVE VALOR-INFORMADO TO AUMENTO-MAXIMO
           END-IF.

       GRAVA-REGRAS.
      *    As regras confirmadas ficam pra proxima revisao
           OPEN OUTPUT ARQUIVO-REGRA-LIMITE.
           MOVE SPACE TO LINHA-REGRA-LIMITE.
           MOVE MESES-COBERTURA TO REGRA-MESES-COBERTURA.
           MOVE PERC-FOLGA TO REGRA-PERC-FOLGA.
           MOVE ATRASO-TOLERADO TO REGRA-ATRASO-TOLERADO.
           MOVE CORTE-POR-ATRASO TO REGRA-CORTE-ATRASO.
           MOVE CORTE-POR-BLOQUEIO TO REGRA-CORTE-BLOQUEIO.
           MOVE CORTE-POR-CARTA TO REGRA-CORTE-CARTA.
           MOVE CORTE-MAXIMO TO REGRA-CORTE-MAXIMO.
           MOVE AUMENTO-MAXIMO TO REGRA-AUMENTO-MAXIMO.
           WRITE LINHA-REGRA-LIMITE.
           CLOSE ARQUIVO-REGRA-LIMITE.

       CARREGA-MOVIMENTO-DOS-CLIENTES.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CLIENTE.
           PERFORM RELEASE-CLIENTE-ATIVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CLIENTE.

           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TITULO.
           PERFORM RELEASE-TITULO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-RECEBIVEL.

           OPEN INPUT ARQUIVO-JUROS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DE-JUROS.
           PERFORM RELEASE-LINHA-DE-JUROS UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-JUROS.

           OPEN INPUT ARQUIVO-AGING-HIST.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-FOTO.
           PERFORM RELEASE-FOTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-AGING-HIST.

           OPEN INPUT ARQUIVO-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-HISTORICO.
           PERFORM RELEASE-BLOQUEIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.

           OPEN INPUT ARQUIVO-CARTAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-CARTA.
           PERFORM RELEASE-CARTA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CARTAS.

       LER-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-CLIENTE-ATIVO.
      *    Todo cliente ativo entra na revisao, mesmo sem movimento
           IF CLIENTE-ATIVO
               MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO
               MOVE CLIENTE-CODIGO TO ORD-CLIENTE
               MOVE "C" TO ORD-TIPO
               MOVE CLIENTE-EXPOSICAO-ATUAL TO ORD-VALOR
               MOVE ZEROS TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMO-CLIENTE.

       LER-PROXIMO-TITULO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-TITULO.
           MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO.
           MOVE RECEBIVEL-CLIENTE TO ORD-CLIENTE.
           MOVE ZEROS TO ORD-VALOR.
           MOVE ZEROS TO ORD-DIAS.
           IF RECEBIVEL-DATA-FATURAMENTO NOT < DATA-INICIO-JANELA
               AND NOT RECEBIVEL-CANCELADO
               MOVE "F" TO ORD-TIPO
               MOVE RECEBIVEL-VALOR-ORIGINAL TO ORD-VALOR
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           MOVE RECEBIVEL-DATA-VENCIMENTO TO DATA-VENCIMENTO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
               + VENCTO-MM * 30 + VENCTO-DD.
           IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
               AND DIAS-VENCIMENTO < DIAS-HOJE
               MOVE "V" TO ORD-TIPO
               MOVE RECEBIVEL-SALDO TO ORD-VALOR
               COMPUTE ORD-DIAS = DIAS-HOJE - DIAS-VENCIMENTO
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           IF RECEBIVEL-QUITADO
               AND RECEBIVEL-DATA-VENCIMENTO NOT < DATA-INICIO-JANELA
               AND RECEBIVEL-DATA-VENCIMENTO NOT > DATA-EXECUCAO
               MOVE "Q" TO ORD-TIPO
               MOVE ZEROS TO ORD-VALOR
               MOVE ZEROS TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMO-TITULO.

       LER-PROXIMA-LINHA-DE-JUROS.
           READ ARQUIVO-JUROS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-LINHA-DE-JUROS.
           IF JUROS-DATA NOT < DATA-INICIO-JANELA
               MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO
               MOVE JUROS-CLIENTE TO ORD-CLIENTE
               MOVE "J" TO ORD-TIPO
               MOVE ZEROS TO ORD-VALOR
               MOVE JUROS-DIAS-ATRASO TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMA-LINHA-DE-JUROS.

       LER-PROXIMA-FOTO.
           READ ARQUIVO-AGING-HIST NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-FOTO.
           IF SNAP-AAMM > MES-INICIO-JANELA
               MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO
               MOVE SNAP-CLIENTE TO ORD-CLIENTE
               MOVE "E" TO ORD-TIPO
               COMPUTE ORD-VALOR = SNAP-FAIXA-1 + SNAP-FAIXA-2
                   + SNAP-FAIXA-3 + SNAP-FAIXA-4
               MOVE ZEROS TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMA-FOTO.

       LER-PROXIMA-LINHA-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-BLOQUEIO.
           IF HIST-OPERACAO = "B"
               AND HIST-DATA NOT < DATA-INICIO-JANELA
               MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO
               MOVE HIST-CODIGO TO ORD-CLIENTE
               MOVE "B" TO ORD-TIPO
               MOVE ZEROS TO ORD-VALOR
               MOVE ZEROS TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMA-LINHA-HISTORICO.

       LER-PROXIMA-CARTA.
           READ ARQUIVO-CARTAS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-CARTA.
           IF CARTA-DATA NOT < DATA-INICIO-JANELA
               MOVE SPACE TO REGISTRO-ORDENACAO-REVISAO
               MOVE CARTA-CLIENTE TO ORD-CLIENTE
               MOVE "K" TO ORD-TIPO
               MOVE ZEROS TO ORD-VALOR
               MOVE ZEROS TO ORD-DIAS
               RELEASE REGISTRO-ORDENACAO-REVISAO
           END-IF.
           PERFORM LER-PROXIMA-CARTA.

       REVISA-CLIENTES.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-REVISAO-LIMITE.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-MOVIMENTO.
           PERFORM REVISA-PROXIMO-CLIENTE UNTIL FINAL-ORDENADO = "S".
           CLOSE ARQUIVO-REVISAO-LIMITE.
           CLOSE ARQUIVO-CLIENTE.

       RETORNA-MOVIMENTO.
           RETURN ARQUIVO-ORDENACAO-REVISAO
               AT END MOVE "S" TO FINAL-ORDENADO.

       REVISA-PROXIMO-CLIENTE.
      *    Soma o movimento do cliente ate a troca de codigo; so
      *    quem teve a linha C (ativo no cadastro) e revisado
           MOVE ORD-CLIENTE TO CLIENTE-EM-REVISAO.
           SET CLIENTE-FORA-DA-REVISAO TO TRUE.
           MOVE ZEROS TO FATURAMENTO-PERIODO.
           MOVE ZEROS TO PICO-EXPOSICAO.
           MOVE ZEROS TO SOMA-DIAS-ATRASO.
           MOVE ZEROS TO QTDE-PARCELAS-COM-JUROS.
           MOVE ZEROS TO QTDE-PARCELAS-QUITADAS.
           MOVE ZEROS TO QTDE-PARCELAS-VENCIDAS.
           MOVE ZEROS TO QTDE-BLOQUEIOS.
           MOVE ZEROS TO QTDE-CARTAS.
           PERFORM SOMA-MOVIMENTO
               UNTIL FINAL-ORDENADO = "S"
                  OR ORD-CLIENTE NOT = CLIENTE-EM-REVISAO.
           IF CLIENTE-NA-REVISAO
               MOVE CLIENTE-EM-REVISAO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE " CLIENTE-EM-REVISAO
                           " SAIU DO CADASTRO DURANTE A REVISAO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM AVALIA-CLIENTE
               END-READ
           END-IF.

       SOMA-MOVIMENTO.
           EVALUATE ORD-TIPO
               WHEN "C"
                   SET CLIENTE-NA-REVISAO TO TRUE
                   IF ORD-VALOR > PICO-EXPOSICAO
                       MOVE ORD-VALOR TO PICO-EXPOSICAO
                   END-IF
               WHEN "F"
                   ADD ORD-VALOR TO FATURAMENTO-PERIODO
               WHEN "E"
                   IF ORD-VALOR > PICO-EXPOSICAO
                       MOVE ORD-VALOR TO PICO-EXPOSICAO
                   END-IF
               WHEN "J"
                   ADD ORD-DIAS TO SOMA-DIAS-ATRASO
                   ADD 1 TO QTDE-PARCELAS-COM-JUROS
               WHEN "Q"
                   ADD 1 TO QTDE-PARCELAS-QUITADAS
               WHEN "V"
                   ADD ORD-DIAS TO SOMA-DIAS-ATRASO
                   ADD 1 TO QTDE-PARCELAS-VENCIDAS
               WHEN "B"
                   ADD 1 TO QTDE-BLOQUEIOS
               WHEN "K"
                   ADD 1 TO QTDE-CARTAS
           END-EVALUATE.
           PERFORM RETORNA-MOVIMENTO.

       AVALIA-CLIENTE.
           ADD 1 TO TOTAL-CLIENTES-AVALIADOS.
           IF FATURAMENTO-PERIODO = 0 AND PICO-EXPOSICAO = 0
               ADD 1 TO TOTAL-SEM-MOVIMENTO
           ELSE
               PERFORM CALCULA-ATRASO-MEDIO
               PERFORM CALCULA-LIMITE-SUGERIDO
               PERFORM IMPRIME-CLIENTE
               IF LIMITE-SUGERIDO NOT = CLIENTE-LIMITE-CREDITO
                   PERFORM GRAVA-PROPOSTA
               END-IF
           END-IF.

       CALCULA-ATRASO-MEDIO.
      *    Parcela paga com encargo mais de 1 vez (pagamento parcial)
      *    pode dar mais linhas de juros que parcelas quitadas
           MOVE QTDE-PARCELAS-QUITADAS TO QTDE-PARCELAS-AVALIADAS.
           IF QTDE-PARCELAS-COM-JUROS > QTDE-PARCELAS-AVALIADAS
               MOVE QTDE-PARCELAS-COM-JUROS TO QTDE-PARCELAS-AVALIADAS
           END-IF.
           ADD QTDE-PARCELAS-VENCIDAS TO QTDE-PARCELAS-AVALIADAS.
           IF QTDE-PARCELAS-AVALIADAS > 0
               COMPUTE ATRASO-MEDIO ROUNDED =
                   SOMA-DIAS-ATRASO / QTDE-PARCELAS-AVALIADAS
           ELSE
               MOVE ZEROS TO ATRASO-MEDIO
           END-IF.

       CALCULA-LIMITE-SUGERIDO.
           COMPUTE LIMITE-BASE =
               FATURAMENTO-PERIODO / 12 * MESES-COBERTURA.
           IF PICO-EXPOSICAO > LIMITE-BASE
               MOVE PICO-EXPOSICAO TO LIMITE-BASE
           END-IF.
           COMPUTE LIMITE-BASE =
               LIMITE-BASE * (100 + PERC-FOLGA) / 100.

           MOVE ZEROS TO PERC-CORTE.
           IF ATRASO-MEDIO > ATRASO-TOLERADO
               ADD CORTE-POR-ATRASO TO PERC-CORTE
           END-IF.
           COMPUTE PERC-CORTE = PERC-CORTE
               + QTDE-BLOQUEIOS * CORTE-POR-BLOQUEIO
               + QTDE-CARTAS * CORTE-POR-CARTA.
           IF PERC-CORTE > CORTE-MAXIMO
               MOVE CORTE-MAXIMO TO PERC-CORTE
           END-IF.
           COMPUTE LIMITE-SUGERIDO =
               LIMITE-BASE * (100 - PERC-CORTE) / 100.

      *    Cliente sem limite definido ganha o sugerido sem teto
           IF CLIENTE-LIMITE-CREDITO > 0
               COMPUTE TETO-DO-AUMENTO = CLIENTE-LIMITE-CREDITO
                   * (100 + AUMENTO-MAXIMO) / 100
               IF LIMITE-SUGERIDO > TETO-DO-AUMENTO
                   MOVE TETO-DO-AUMENTO TO LIMITE-SUGERIDO
               END-IF
           END-IF.

           IF LIMITE-SUGERIDO > MAIOR-LIMITE-DO-CADASTRO
               MOVE MAIOR-LIMITE-DO-CADASTRO TO LIMITE-SUGERIDO
           END-IF.
           COMPUTE CENTENAS-DO-LIMITE = LIMITE-SUGERIDO / 100.
           COMPUTE LIMITE-SUGERIDO = CENTENAS-DO-LIMITE * 100.
           IF LIMITE-SUGERIDO = 0
               MOVE 100 TO LIMITE-SUGERIDO
           END-IF.

       GRAVA-PROPOSTA.
           MOVE SPACE TO LINHA-REVISAO-LIMITE.
           MOVE DATA-EXECUCAO TO REVLIM-DATA.
           MOVE CLIENTE-CODIGO TO REVLIM-CLIENTE.
           MOVE CLIENTE-LIMITE-CREDITO TO REVLIM-LIMITE-ATUAL.
           MOVE LIMITE-SUGERIDO TO REVLIM-LIMITE-SUGERIDO.
           MOVE FATURAMENTO-PERIODO TO REVLIM-FATURAMENTO.
           MOVE PICO-EXPOSICAO TO REVLIM-PICO-EXPOSICAO.
           MOVE ATRASO-MEDIO TO REVLIM-ATRASO-MEDIO.
           MOVE QTDE-BLOQUEIOS TO REVLIM-QTDE-BLOQUEIOS.
           MOVE QTDE-CARTAS TO REVLIM-QTDE-CARTAS.
           WRITE LINHA-REVISAO-LIMITE.
           ADD 1 TO TOTAL-PROPOSTAS.
           IF LIMITE-SUGERIDO > CLIENTE-LIMITE-CREDITO
               ADD 1 TO TOTAL-AUMENTOS
           ELSE
               ADD 1 TO TOTAL-REDUCOES
           END-IF.

       IMPRIME-CLIENTE.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY CLIENTE-CODIGO " " CLIENTE-NOME
               " LIMITE " CLIENTE-LIMITE-CREDITO
               " -> " LIMITE-SUGERIDO.
           DISPLAY "     FATURADO " FATURAMENTO-PERIODO
               " PICO " PICO-EXPOSICAO
               " ATRASO " ATRASO-MEDIO
               " BLOQ " QTDE-BLOQUEIOS
               " CARTAS " QTDE-CARTAS.
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "REVISAO DE LIMITES DE CREDITO - ULTIMOS 12 MESES "
               "- PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "CLIENTE   (LIMITE ATUAL -> SUGERIDO)".
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "REGRAS: COBERTURA " MESES-COBERTURA " MESES, "
               "FOLGA " PERC-FOLGA "%, ATRASO TOLERADO "
               ATRASO-TOLERADO " DIAS".
           DISPLAY "        CORTES: ATRASO " CORTE-POR-ATRASO
               "%, BLOQUEIO " CORTE-POR-BLOQUEIO "%, CARTA "
               CORTE-POR-CARTA "%, MAXIMO " CORTE-MAXIMO "%".
           DISPLAY "        AUMENTO MAXIMO " AUMENTO-MAXIMO "%".
           DISPLAY "CLIENTES ATIVOS AVALIADOS: "
               TOTAL-CLIENTES-AVALIADOS.
           DISPLAY "CLIENTES SEM MOVIMENTO NO PERIODO: "
               TOTAL-SEM-MOVIMENTO.
           DISPLAY "SUGESTOES DE AUMENTO: " TOTAL-AUMENTOS.
           DISPLAY "SUGESTOES DE REDUCAO: " TOTAL-REDUCOES.
           DISPLAY "PROPOSTAS GRAVADAS PRA APROVACAO (PROG318): "
               TOTAL-PROPOSTAS.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de propostas gravadas; a linha sai sob a
      *    sigla REVLIM (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "REVLIM" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-PROPOSTAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

      *    o checkpoint EM EXECUCAO e retoma depois da ultima linha
      *    processada - rerodar apos um abend deixou de
      *    duplicar a primeira metade ou perder a segunda.
      *    Com o titulo aberto por parcela no faturamento (condicao
      *    de pagamento do PROG176), a aplicacao passou a correr as
      *    parcelas em aberto do pedido da mais antiga pra mais
      *    nova, ou so a parcela informada em PAG-PARCELA quando o
      *    retorno traz a parcela. Multa e juros sao calculados por
      *    parcela, pelo vencimento dela (RECEBIVEL-DATA-VENCIMENTO),
      *    e nao mais pela data do pedido + 30; as notas de credito
      *    e o abono da tolerancia ficam com a parcela em que o
      *    pagamento acabou. O pedido so vira Pago quando nao sobra
      *    parcela em aberto, e o diario e a linha de juros levam o
      *    numero da parcela.
      *    Pagamento que cai em parcela baixada como perda na rodada
      *    de devedores duvidosos (PROG198) virou recuperacao: abate
      *    o saldo que ficou no titulo, soma em
      *    RECEBIVEL-VALOR-RECUPERADO, sem encargos de atraso e sem
      *    voltar pra exposicao do cliente (que ja saiu na baixa), e
      *    sai na hora em lancamentos.dat com debito em CAIXA e
      *    credito na conta RECUPE. A parcela baixada com saldo
      *    segura o pedido fora de Pago ate ser recuperada.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de abrir qualquer arquivo, pagamentos.dat passou a ser
      *    conferido pelo PROG314: quantidade de linhas e soma de
      *    PAG-VALOR contra o trailer do remetente (o PROG143 grava o
      *    seu) ou contra os totais informados pelo operador. Arquivo
      *    que nao bate, ou ja carregado com o mesmo nome e data, e
      *    recusado inteiro com status 8 em status_execucoes.dat; no fim
      *    da carga o arquivo fica registrado como carregado. As linhas
      *    H/T de controle sao puladas na leitura e nao contam no
      *    checkpoint.
      *    O deposito de cheques do PROG322 passou a ter arquivo
      *    proprio, pagamentos_cheques.dat, que ele pede ao chamar
      *    esta aplicacao; assim a lista de cheques e o retorno do
      *    PROG143 nao disputam mais o mesmo nome e data na
      *    conferencia do PROG314. O arquivo pedido tem checkpoint
      *    proprio (prog67_pagamentos_cheques.ckp), e a queda de uma
      *    carga nao e retomada na outra.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCONTROLE.cob".
           COPY "SELJUROS.cob".
           COPY "SELHISTPEDIDO.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-PAGAMENTOS
           ASSIGN TO DYNAMIC NOME-ARQUIVO-PAGAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CHECKPOINT-67
           ASSIGN TO DYNAMIC NOME-CHECKPOINT-67
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-67-FILE-STATUS.

           COPY "FDCONTROLE.cob".
           COPY "FDJUROS.cob".
           COPY "FDHISTPEDIDO.cob".
           COPY "FDLANCAMENTO.cob".

       FD ARQUIVO-PAGAMENTOS.

           05 PAG-PEDIDO PIC 9(6).
           05 PAG-CLIENTE PIC 9(6).
           05 PAG-VALOR PIC 9(8)V99.
           05 PAG-DATA PIC 9(8).
           05 PAG-PARCELA PIC 9(2).

       01  LINHA-CONTROLE-PAGAMENTO.
           05 PAG-TIPO-LINHA PIC X.
               88 PAG-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(31).

       FD ARQUIVO-EXCECOES.

       FD ARQUIVO-DIARIO-APLICACOES.

       01  LINHA-DIARIO-APLICACAO.
           05 APLIC-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APLIC-LINHA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APLIC-PEDIDO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APLIC-VALOR PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 APLIC-PARCELA PIC 9(2).

       FD ARQUIVO-CHECKPOINT-67.

       01  CREDITO-FILE-STATUS PIC X(2).
       01  FINAL-PAGAMENTOS PIC X.
       01  FIM-CREDITOS PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  SUSPENSO-FILE-STATUS PIC X(2).
       01  VALOR-PARA-SUSPENSO PIC 9(8)V99.
       01  NUMERO-SUSPENSO-TIRADO PIC 9(6).
       01  CHECKPOINT-67-FILE-STATUS PIC X(2).

      *    Arquivo de entrada: pagamentos.dat, ou o que quem chamou
      *    pediu em ARQUIVO-PAGAMENTOS-SOLICITADO (o PROG322 pede o
      *    pagamentos_cheques.dat); cada arquivo tem o seu checkpoint
       01  NOME-ARQUIVO-PAGAMENTOS PIC X(50) VALUE "pagamentos.dat".
       01  NOME-CHECKPOINT-67 PIC X(50) VALUE "prog67.ckp".
       01  ARQUIVO-PAGAMENTOS-SOLICITADO PIC X(50) EXTERNAL.
       01  NUMERO-DA-LINHA PIC 9(6) VALUE 0.
       01  LINHA-DE-RETOMADA PIC 9(6) VALUE 0.
       01  TOTAL-PULADAS-NA-RETOMADA PIC 9(6) VALUE 0.
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

      *    Encargos de atraso: vencimento da parcela, multa de 2%,
      *    juros de 1% ao mes comercial e tolerancia de abono de 1,00
      *    sobre o residuo
       01  DATA-PAGAMENTO-DESMONTADA.
           05 PAGTO-AA PIC 9(4).
           05 PAGTO-MM PIC 99.
           05 PAGTO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  DIAS-PAGAMENTO PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).
       01  VALOR-RESTANTE PIC 9(8)V99.
       01  VALOR-APLICADO PIC 9(8)V99.
       01  VALOR-EXCESSO PIC 9(8)V99.
       01  VALOR-A-APLICAR PIC 9(8)V99.
       01  QTDE-PARCELAS-APLICADAS PIC 9(2).
       01  QTDE-PARCELAS-DO-PEDIDO PIC 9(2).
       01  QTDE-PARCELAS-EM-ABERTO PIC 9(2).
       01  FIM-PARCELAS PIC X.
       01  EXPOSICAO-CALCULADA PIC S9(10)V99.
       01  VALOR-USADO-DO-CREDITO PIC 9(8)V99.
       01  TOTAL-ABATIDO-EM-CREDITOS PIC 9(9)V99 VALUE 0.
       01  TOTAL-RECUPERADO PIC 9(9)V99 VALUE 0.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-APLICADOS PIC 9(6) VALUE 0.
       01  TOTAL-BAIXADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "PROG67".
       01  RECEBIMENTO-ARQUIVO PIC X(50).
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 13.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 10.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 2.
       01  RECEBIMENTO-DATA-ARQUIVO PIC 9(8) VALUE 0.
       01  RECEBIMENTO-RESULTADO PIC X.
           88 RECEBIMENTO-LIBERADO VALUE "S".
           88 RECEBIMENTO-RECUSADO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM DEFINE-ARQUIVO-DE-ENTRADA.
           PERFORM CONFERE-ARQUIVO-DE-ENTRADA.
           IF RECEBIMENTO-RECUSADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-CHECKPOINT-ANTERIOR.

           OPEN I-O ARQUIVO-SUSPENSO.
           OPEN EXTEND ARQUIVO-HISTORICO-PEDIDO.
           OPEN EXTEND ARQUIVO-DIARIO-APLICACOES.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           OPEN OUTPUT ARQUIVO-EXCECOES.

           MOVE "N" TO FINAL-PAGAMENTOS.
           CLOSE ARQUIVO-SUSPENSO.
           CLOSE ARQUIVO-HISTORICO-PEDIDO.
           CLOSE ARQUIVO-DIARIO-APLICACOES.
           CLOSE ARQUIVO-LANCAMENTO.
           CLOSE ARQUIVO-EXCECOES.

           PERFORM MARCA-RODADA-CONCLUIDA.
               DISPLAY "VALOR ABATIDO EM NOTAS DE CREDITO: "
                   TOTAL-ABATIDO-EM-CREDITOS
           END-IF.
           IF TOTAL-RECUPERADO > 0
               DISPLAY "RECUPERADO DE TITULOS BAIXADOS COMO PERDA: "
                   TOTAL-RECUPERADO
           END-IF.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

           GOBACK.

       LER-PROXIMO-PAGAMENTO.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DE-PAGAMENTOS.
           PERFORM LE-LINHA-DE-PAGAMENTOS
               UNTIL FINAL-PAGAMENTOS = "S"
                   OR NOT PAG-LINHA-DE-CONTROLE.

       LE-LINHA-DE-PAGAMENTOS.
           READ ARQUIVO-PAGAMENTOS NEXT RECORD
               AT END MOVE "S" TO FINAL-PAGAMENTOS.

           END-READ.

       APLICA-NO-TITULO.
      *    A aplicacao e contra as parcelas do pedido em
      *    recebiveis.dat; pedido ainda nao faturado nao tem titulo
      *    e vai pra listagem de excecoes. PAG-PARCELA informada
      *    aplica so naquela parcela; zerada corre as parcelas em
      *    aberto da mais antiga pra mais nova
           MOVE PAG-VALOR TO VALOR-A-APLICAR.
           MOVE ZEROS TO QTDE-PARCELAS-APLICADAS.
           MOVE ZEROS TO QTDE-PARCELAS-DO-PEDIDO.
           IF PAG-PARCELA > 0
               PERFORM APLICA-NA-PARCELA-INFORMADA
           ELSE
               PERFORM APLICA-NAS-PARCELAS-EM-ABERTO
           END-IF.

           IF QTDE-PARCELAS-DO-PEDIDO = 0
               MOVE "SEM TITULO (PEDIDO NAO FATURADO)"
                   TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               IF QTDE-PARCELAS-APLICADAS = 0
                   MOVE "TITULO JA QUITADO" TO EXC-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
                   PERFORM CONFERE-QUITACAO-DO-PEDIDO
                   IF VALOR-A-APLICAR > 0
                       MOVE "VALOR ACIMA DO SALDO DO TITULO"
                           TO EXC-MOTIVO
                       MOVE VALOR-A-APLICAR TO VALOR-PARA-SUSPENSO
                       PERFORM GRAVA-EXCECAO
                   END-IF
               END-IF
           END-IF.

       APLICA-NA-PARCELA-INFORMADA.
           MOVE PAG-PEDIDO TO RECEBIVEL-PEDIDO.
           MOVE PAG-PARCELA TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-PARCELAS-DO-PEDIDO
                   PERFORM APLICA-NA-PARCELA-LIDA
           END-READ.

       APLICA-NAS-PARCELAS-EM-ABERTO.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PAG-PEDIDO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM APLICA-NA-PROXIMA-PARCELA
               UNTIL FIM-PARCELAS = "S" OR VALOR-A-APLICAR = 0.

       APLICA-NA-PROXIMA-PARCELA.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PAG-PEDIDO
                   ADD 1 TO QTDE-PARCELAS-DO-PEDIDO
                   PERFORM APLICA-NA-PARCELA-LIDA
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       APLICA-NA-PARCELA-LIDA.
      *    Parcela baixada como perda que ainda tem saldo recebe o
      *    pagamento como recuperacao
           IF RECEBIVEL-EM-ABERTO
               PERFORM APLICA-PAGAMENTO-PARCIAL
           ELSE
               IF RECEBIVEL-BAIXADO-PERDA AND RECEBIVEL-SALDO > 0
                   PERFORM APLICA-RECUPERACAO-DE-PERDA
               END-IF
           END-IF.

       CONFERE-QUITACAO-DO-PEDIDO.
      *    O pedido so vira Pago quando nenhuma parcela ficou aberta
           MOVE ZEROS TO QTDE-PARCELAS-EM-ABERTO.
           MOVE "N" TO FIM-PARCELAS.
           MOVE PAG-PEDIDO TO RECEBIVEL-PEDIDO.
           MOVE ZEROS TO RECEBIVEL-PARCELA.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARCELAS
           END-START.
           PERFORM CONTA-PARCELA-EM-ABERTO UNTIL FIM-PARCELAS = "S".
           IF QTDE-PARCELAS-EM-ABERTO = 0
               PERFORM BAIXA-PEDIDO
           END-IF.

       CONTA-PARCELA-EM-ABERTO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARCELAS
           END-READ.
           IF FIM-PARCELAS = "N"
               IF RECEBIVEL-PEDIDO = PAG-PEDIDO
                   IF RECEBIVEL-EM-ABERTO
                       ADD 1 TO QTDE-PARCELAS-EM-ABERTO
                   END-IF
                   IF RECEBIVEL-BAIXADO-PERDA AND RECEBIVEL-SALDO > 0
                       ADD 1 TO QTDE-PARCELAS-EM-ABERTO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       APLICA-PAGAMENTO-PARCIAL.
      *    Os encargos de atraso da parcela entram no saldo antes da
      *    aplicacao; aplica o que couber no saldo e o que sobrar do
      *    pagamento segue pra proxima parcela. Parcela em que o
      *    pagamento acabou ainda pode ser abatida pelas notas de
      *    credito abertas, e o residuo ate a tolerancia e abonado
           MOVE RECEBIVEL-SALDO TO SALDO-INICIAL-TITULO.
           PERFORM APLICA-ENCARGOS-DE-ATRASO.

           IF VALOR-A-APLICAR > RECEBIVEL-SALDO
               MOVE RECEBIVEL-SALDO TO VALOR-APLICADO
           ELSE
               MOVE VALOR-A-APLICAR TO VALOR-APLICADO
           END-IF.
           SUBTRACT VALOR-APLICADO FROM VALOR-A-APLICAR.

           ADD VALOR-APLICADO TO RECEBIVEL-VALOR-PAGO.
           SUBTRACT VALOR-APLICADO FROM RECEBIVEL-SALDO.

           REWRITE RECEBIVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TITULO "
                       RECEBIVEL-PEDIDO " PARCELA " RECEBIVEL-PARCELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-PARCELAS-APLICADAS
                   ADD 1 TO TOTAL-APLICADOS
                   DISPLAY "TITULO " RECEBIVEL-PEDIDO " PARCELA "
                       RECEBIVEL-PARCELA " APLICADO "
                       VALOR-APLICADO " SALDO " RECEBIVEL-SALDO
                   PERFORM GRAVA-DIARIO-DA-APLICACAO
                   PERFORM BAIXA-EXPOSICAO-DO-CLIENTE
                   IF DIAS-ATRASO > 0
                       PERFORM GRAVA-LINHA-DE-JUROS
                   END-IF
           END-REWRITE.

       APLICA-RECUPERACAO-DE-PERDA.
      *    O saldo baixado como perda nao corre encargo nem volta pra
      *    exposicao; o que entrar ate o saldo e recuperacao e vai
      *    direto pra contabilidade
           IF VALOR-A-APLICAR > RECEBIVEL-SALDO
               MOVE RECEBIVEL-SALDO TO VALOR-APLICADO
           ELSE
               MOVE VALOR-A-APLICAR TO VALOR-APLICADO
           END-IF.
           SUBTRACT VALOR-APLICADO FROM VALOR-A-APLICAR.

           ADD VALOR-APLICADO TO RECEBIVEL-VALOR-PAGO.
           ADD VALOR-APLICADO TO RECEBIVEL-VALOR-RECUPERADO.
           SUBTRACT VALOR-APLICADO FROM RECEBIVEL-SALDO.
           IF RECEBIVEL-SALDO = 0
               SET RECEBIVEL-QUITADO TO TRUE
           END-IF.

           REWRITE RECEBIVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TITULO "
                       RECEBIVEL-PEDIDO " PARCELA " RECEBIVEL-PARCELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-PARCELAS-APLICADAS
                   ADD 1 TO TOTAL-APLICADOS
                   ADD VALOR-APLICADO TO TOTAL-RECUPERADO
                   DISPLAY "TITULO " RECEBIVEL-PEDIDO " PARCELA "
                       RECEBIVEL-PARCELA " BAIXADO COMO PERDA - "
                       "RECUPERADO " VALOR-APLICADO " SALDO "
                       RECEBIVEL-SALDO
                   PERFORM GRAVA-DIARIO-DA-APLICACAO
                   PERFORM CONTABILIZA-RECUPERACAO
           END-REWRITE.

       CONTABILIZA-RECUPERACAO.
           MOVE VALOR-APLICADO TO VALOR-DO-LANCAMENTO.
           MOVE "CAIXA" TO CONTA-DO-LANCAMENTO.
           MOVE "RECUPERACAO DE PERDA" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.
           MOVE "RECUPE" TO CONTA-DO-LANCAMENTO.
           MOVE "RECUPERACAO DE PERDA" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou, como na
      *    rodada diaria do PROG145
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE PAG-DATA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE PAG-DATA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       APLICA-ENCARGOS-DE-ATRASO.
      *    Atraso contado do vencimento da parcela, na conta de mes
      *    comercial; multa de 2% e juros de 1% ao mes (pro rata em
      *    dias) sobre o saldo devedor entram no titulo
           MOVE ZEROS TO VALOR-MULTA.
           MOVE ZEROS TO VALOR-JUROS-ATRASO.
           MOVE ZEROS TO VALOR-ABONADO.
           MOVE PAG-DATA TO DATA-PAGAMENTO-DESMONTADA.
           MOVE RECEBIVEL-DATA-VENCIMENTO
               TO DATA-VENCIMENTO-DESMONTADA.
           COMPUTE DIAS-PAGAMENTO = PAGTO-AA * 360
               + PAGTO-MM * 30 + PAGTO-DD.
           COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
               + VENCTO-MM * 30 + VENCTO-DD.
           COMPUTE DIAS-ATRASO = DIAS-PAGAMENTO - DIAS-VENCIMENTO.
           IF DIAS-ATRASO > 0
               COMPUTE VALOR-MULTA = RECEBIVEL-SALDO * 0.02
               ADD VALOR-JUROS-ATRASO TO RECEBIVEL-SALDO
               ADD VALOR-MULTA TO TOTAL-ENCARGOS-COBRADOS
               ADD VALOR-JUROS-ATRASO TO TOTAL-ENCARGOS-COBRADOS
               DISPLAY "TITULO " RECEBIVEL-PEDIDO " PARCELA "
                   RECEBIVEL-PARCELA " COM "
                   DIAS-ATRASO " DIAS DE ATRASO - MULTA "
                   VALOR-MULTA " JUROS " VALOR-JUROS-ATRASO
           END-IF.
           MOVE VALOR-MULTA TO JUROS-VALOR-MULTA.
           MOVE VALOR-JUROS-ATRASO TO JUROS-VALOR-JUROS.
           MOVE VALOR-ABONADO TO JUROS-VALOR-ABONADO.
           MOVE RECEBIVEL-PARCELA TO JUROS-PARCELA.
           WRITE LINHA-JUROS.
           CLOSE ARQUIVO-JUROS.

           MOVE NUMERO-DA-LINHA TO APLIC-LINHA.
           MOVE RECEBIVEL-PEDIDO TO APLIC-PEDIDO.
           MOVE VALOR-APLICADO TO APLIC-VALOR.
           MOVE RECEBIVEL-PARCELA TO APLIC-PARCELA.
           WRITE LINHA-DIARIO-APLICACAO.

       ABATE-CREDITOS-DO-CLIENTE.
           SET SUSPENSO-PENDENTE TO TRUE.
           MOVE ZEROS TO SUSPENSO-PEDIDO-APLICADO.
           MOVE ZEROS TO SUSPENSO-VALOR-APLICADO.
           MOVE ZEROS TO SUSPENSO-PARCELA-APLICADA.
           WRITE SUSPENSO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PAGAMENTO EM SUSPENSO"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       DEFINE-ARQUIVO-DE-ENTRADA.
      *    O pedido de outro arquivo vale so pra esta chamada
           IF ARQUIVO-PAGAMENTOS-SOLICITADO NOT = SPACES
               AND ARQUIVO-PAGAMENTOS-SOLICITADO NOT = LOW-VALUES
               MOVE ARQUIVO-PAGAMENTOS-SOLICITADO
                   TO NOME-ARQUIVO-PAGAMENTOS
               MOVE SPACE TO NOME-CHECKPOINT-67
               STRING "prog67_" DELIMITED BY SIZE
                   NOME-ARQUIVO-PAGAMENTOS DELIMITED BY "."
                   ".ckp" DELIMITED BY SIZE
                   INTO NOME-CHECKPOINT-67
           END-IF.
           MOVE SPACE TO ARQUIVO-PAGAMENTOS-SOLICITADO.
           MOVE NOME-ARQUIVO-PAGAMENTOS TO RECEBIMENTO-ARQUIVO.

       CONFERE-ARQUIVO-DE-ENTRADA.
      *    Header/trailer do remetente ou totais informados pelo
      *    operador; arquivo que nao bate, ou ja carregado com o mesmo
      *    nome e data, e recusado inteiro antes de qualquer gravacao
           MOVE "V" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.

       REGISTRA-CARGA-DO-ARQUIVO.
           MOVE "C" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.
           IF RECEBIMENTO-RECUSADO
               DISPLAY "ERRO AO REGISTRAR A CARGA DE "
                   RECEBIMENTO-ARQUIVO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pedidos baixados nesta rodada

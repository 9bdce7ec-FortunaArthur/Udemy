      *    ATENCAO: pagamentos.dat e regravado do zero com as linhas
      *    casadas desta rodada; pagamentos digitados a mao entram
      *    em rodada propria do PROG67, antes ou depois.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela, o nosso numero passou a
      *    ter 8 posicoes, pedido + parcela (o mesmo da remessa do
      *    PROG142), e casa direto com a chave de recebiveis.dat; a
      *    linha de pagamentos.dat sai com PAG-PARCELA preenchida,
      *    pra aplicacao do PROG67 baixar a parcela que o banco
      *    recebeu e nao a mais antiga do pedido.
      *    Titulo cancelado pelo cancelamento pos-venda do PROG63 nao
      *    recebe pagamento: a linha do banco sai em divergencia,
      *    junto com as de titulo ja quitado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de abrir qualquer arquivo, cobranca_retorno.dat passou
      *    a ser conferido pelo PROG314: quantidade de linhas e soma de
      *    RET-VALOR contra o header/trailer do banco ou contra os
      *    totais informados pelo operador. Arquivo que nao bate, ou ja
      *    carregado com o mesmo nome e data, e recusado inteiro com
      *    status 8 em status_execucoes.dat, sem gerar pagamentos.dat.
      *    O pagamentos.dat montado aqui passou a sair com trailer (data
      *    do retorno, quantidade e valor das linhas casadas), que a
      *    conferencia do PROG67 usa no lugar de perguntar ao operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-RETORNO-COBRANCA.

       01  LINHA-RETORNO-COBRANCA.
           05 RET-NOSSO-NUMERO PIC 9(8).
           05 RET-NOSSO-NUMERO-PARTES REDEFINES RET-NOSSO-NUMERO.
              10 RET-PEDIDO PIC 9(6).
              10 RET-PARCELA PIC 9(2).
           05 RET-CLIENTE PIC 9(6).
           05 RET-VALOR PIC 9(8)V99.
           05 RET-DATA PIC 9(8).

       01  LINHA-CONTROLE-RETORNO.
           05 RET-TIPO-LINHA PIC X.
               88 RET-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(31).

       FD ARQUIVO-PAGAMENTOS.

           05 PAG-PEDIDO PIC 9(6).
           05 PAG-CLIENTE PIC 9(6).
           05 PAG-VALOR PIC 9(8)V99.
           05 PAG-DATA PIC 9(8).
           05 PAG-PARCELA PIC 9(2).

       01  LINHA-CONTROLE-PAGAMENTO.
           05 CTLPAG-TIPO PIC X.
           05 CTLPAG-DATA PIC 9(8).
           05 CTLPAG-QTDE PIC 9(7).
           05 CTLPAG-VALOR PIC 9(11)V99.
           05 FILLER PIC X(3).

       FD ARQUIVO-DIVERGENCIAS.

       01  LINHA-DIVERGENCIA.
           05 DIV-NOSSO-NUMERO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIV-CLIENTE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-RETORNO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MOTIVO-DIVERGENCIA PIC X(30).

       01  TOTAL-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-CASADAS PIC 9(6) VALUE 0.
       01  TOTAL-DIVERGENTES PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-CASADO PIC 9(11)V99 VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "RETCOB".
       01  RECEBIMENTO-ARQUIVO PIC X(50) VALUE "cobranca_retorno.dat".
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 15.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 10.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 2.
       01  RECEBIMENTO-DATA-ARQUIVO PIC 9(8) VALUE 0.
       01  RECEBIMENTO-RESULTADO PIC X.
           88 RECEBIMENTO-LIBERADO VALUE "S".
           88 RECEBIMENTO-RECUSADO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CONFERE-ARQUIVO-DE-ENTRADA.
           IF RECEBIMENTO-RECUSADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO-COBRANCA.
           OPEN INPUT ARQUIVO-RECEBIVEL.
           MOVE "N" TO FINAL-RETORNO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM CASA-LINHA-DO-RETORNO UNTIL FINAL-RETORNO = "S".
           PERFORM GRAVA-TRAILER-DE-PAGAMENTOS.

           CLOSE ARQUIVO-RETORNO-COBRANCA.
           CLOSE ARQUIVO-RECEBIVEL.
               TOTAL-CASADAS.
           DISPLAY "LINHAS DIVERGENTES: " TOTAL-DIVERGENTES.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           IF TOTAL-CASADAS > 0
               DISPLAY "DISPARANDO A APLICACAO DE PAGAMENTOS (PROG67)"
               CALL "PROG67"
           GOBACK.

       LER-PROXIMO-RETORNO.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DO-RETORNO.
           PERFORM LE-LINHA-DO-RETORNO
               UNTIL FINAL-RETORNO = "S"
                   OR NOT RET-LINHA-DE-CONTROLE.

       LE-LINHA-DO-RETORNO.
           READ ARQUIVO-RETORNO-COBRANCA NEXT RECORD
               AT END MOVE "S" TO FINAL-RETORNO.

       CASA-LINHA-DO-RETORNO.
           ADD 1 TO TOTAL-LIDAS.
           MOVE RET-PEDIDO TO RECEBIVEL-PEDIDO.
           MOVE RET-PARCELA TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   MOVE "SEM TITULO PRO NOSSO NUMERO"
               WHEN RECEBIVEL-QUITADO
                   MOVE "TITULO JA QUITADO" TO MOTIVO-DIVERGENCIA
                   PERFORM GRAVA-DIVERGENCIA
               WHEN RECEBIVEL-CANCELADO
                   MOVE "TITULO CANCELADO" TO MOTIVO-DIVERGENCIA
                   PERFORM GRAVA-DIVERGENCIA
               WHEN RET-CLIENTE NOT = RECEBIVEL-CLIENTE
                   MOVE "CLIENTE NAO CONFERE COM TITULO"
                       TO MOTIVO-DIVERGENCIA
           END-EVALUATE.

       GRAVA-LINHA-DE-PAGAMENTO.
           MOVE RET-PEDIDO TO PAG-PEDIDO.
           MOVE RET-PARCELA TO PAG-PARCELA.
           MOVE RET-CLIENTE TO PAG-CLIENTE.
           MOVE RET-VALOR TO PAG-VALOR.
           MOVE RET-DATA TO PAG-DATA.
           WRITE LINHA-PAGAMENTO.
           ADD 1 TO TOTAL-CASADAS.
           ADD RET-VALOR TO TOTAL-VALOR-CASADO.

       GRAVA-TRAILER-DE-PAGAMENTOS.
      *    Trailer de controle pra conferencia do PROG67, com a data
      *    do retorno de origem
           MOVE SPACE TO LINHA-CONTROLE-PAGAMENTO.
           MOVE "T" TO CTLPAG-TIPO.
           MOVE RECEBIMENTO-DATA-ARQUIVO TO CTLPAG-DATA.
           MOVE TOTAL-CASADAS TO CTLPAG-QTDE.
           MOVE TOTAL-VALOR-CASADO TO CTLPAG-VALOR.
           WRITE LINHA-CONTROLE-PAGAMENTO.

       GRAVA-DIVERGENCIA.
           MOVE SPACE TO LINHA-DIVERGENCIA.
           DISPLAY "DIVERGENCIA: NOSSO NUMERO " RET-NOSSO-NUMERO
               " - " MOTIVO-DIVERGENCIA.

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
      *    com o total de linhas casadas; a linha sai sob a sigla

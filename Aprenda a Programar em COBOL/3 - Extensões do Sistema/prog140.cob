      *    faixas de atraso por cliente com a mesma conta do PROG68
      *    (mes comercial; pedido Faturado entra pelo saldo do
      *    titulo em recebiveis.dat) e anexa 1 linha por cliente em
      *    aging_snapshots.dat com o AAAAMM do fechamento e a filial.
      *    E dessas fotografias que o relatorio de tendencia do
      *    PROG141 poe os ultimos 6 meses lado a lado.
      *
      *    HISTORICO DE ALTERACOES
      *    As faixas acompanharam o PROG68 e passaram a ser contadas
      *    do vencimento de cada parcela em aberto do titulo (a
      *    vencer, 1-30, 31-60 e mais de 60 dias vencidos), nao mais
      *    da data do pedido; pedido nao faturado vence na data do
      *    pedido + 30 dias. Fotografias antigas, do prazo padrao de
      *    30 dias, equivalem faixa por faixa.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 FILLER PIC 99.

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
       01  DIAS-ATRASO PIC S9(6).
       01  FIM-PARCELAS PIC X.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  VALOR-EM-ABERTO PIC 9(8)V99.

       01  QTDE-CLIENTES-FOTO PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

      *    So trabalha no dia marcado como fim de periodo
           OPEN INPUT ARQUIVO-CALENDARIO.

       AVALIA-PEDIDO.
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
      *    Mesma conta do PROG68: sem titulo, valor cheio vencendo
      *    na data do pedido + 30 dias
           MOVE PEDIDO-VALOR TO VALOR-EM-ABERTO.
           MOVE PEDIDO-DATA TO DATA-PEDIDO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = DATA-PEDIDO-AA * 360
               + DATA-PEDIDO-MM * 30 + DATA-PEDIDO-DD + 30.
           IF VALOR-EM-ABERTO > 0
               PERFORM CLASSIFICA-NA-FOTO
           END-IF.

       APURA-PARCELAS-DO-PEDIDO.
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
                   IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
                       MOVE RECEBIVEL-SALDO TO VALOR-EM-ABERTO
                       MOVE RECEBIVEL-DATA-VENCIMENTO
                           TO DATA-VENCIMENTO-DESMONTADA
                       COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
                           + VENCTO-MM * 30 + VENCTO-DD
                       PERFORM CLASSIFICA-NA-FOTO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       CLASSIFICA-NA-FOTO.
           COMPUTE DIAS-ATRASO = DIAS-HOJE - DIAS-VENCIMENTO.

           PERFORM LOCALIZA-CLIENTE-NA-FOTO.
           IF CLIENTE-FORA-TABELA
           END-IF.
           IF INDICE-ACHADO > 0
               EVALUATE TRUE
                   WHEN DIAS-ATRASO <= 0
                       ADD VALOR-EM-ABERTO
                           TO FOTO-FAIXA-1(INDICE-ACHADO)
                   WHEN DIAS-ATRASO <= 30
                       ADD VALOR-EM-ABERTO
                           TO FOTO-FAIXA-2(INDICE-ACHADO)
                   WHEN DIAS-ATRASO <= 60
                       ADD VALOR-EM-ABERTO
                           TO FOTO-FAIXA-3(INDICE-ACHADO)
                   WHEN OTHER

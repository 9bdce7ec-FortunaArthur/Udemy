      *    mes fechado; no PROG63 o supervisor pode liberar, com
      *    linha de auditoria em periodo_overrides.dat. O operador
      *    do fechamento vem do sign-on do PROG83.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela, o valor pago do pedido
      *    passou a ser a soma do valor pago das parcelas em
      *    recebiveis.dat.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  PAGO-DAS-PARCELAS PIC 9(9)V99.
       01  QTDE-PARCELAS-LIDAS PIC 9(2).
       01  FIM-PARCELAS PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).
       01  RESPOSTA-FORA-DO-DIA PIC X.

       01  MES-A-FECHAR PIC 9(6).

       01  DATA-PEDIDO-DESMONTADA.
           05 PEDIDO-MES-AAMM PIC 9(6).
           05 PEDIDO-DIA PIC 99.

       01  DATA-PAGTO-DESMONTADA.
           05 PAGTO-MES-AAMM PIC 9(6).
           05 PAGTO-DIA PIC 99.

       01  QTDE-PEDIDOS-DO-MES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
               END-IF
           END-IF.

           DISPLAY "INFORME O MES A FECHAR (AAAAMM):".
           ACCEPT MES-A-FECHAR.

           PERFORM APURA-TOTAIS-DO-MES.
       SOMA-VALOR-PAGO-DO-TITULO.
      *    O valor pago sai do titulo; pedido sem titulo (acervo
      *    antigo) entra pelo valor do pedido
           PERFORM SOMA-PARCELAS-DO-PEDIDO.
           IF QTDE-PARCELAS-LIDAS = 0
               ADD PEDIDO-VALOR TO VALOR-PAGAMENTOS-DO-MES
           ELSE
               ADD PAGO-DAS-PARCELAS TO VALOR-PAGAMENTOS-DO-MES
           END-IF.

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
               ELSE
                   MOVE "S" TO FIM-PARCELAS
               END-IF
           END-IF.

       LER-PROXIMA-LINHA-FOLHA.
           READ ARQUIVO-FOLHA NEXT RECORD

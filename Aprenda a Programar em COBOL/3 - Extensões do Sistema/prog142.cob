      *    pro banco emitir os boletos. Cliente do titulo fora do
      *    cadastro fica de fora da remessa e apontado no console,
      *    como no PROG66.
      *
      *    HISTORICO DE ALTERACOES
      *    Com o titulo aberto por parcela no faturamento, sai 1
      *    boleto por parcela em aberto: o nosso numero passou a ter
      *    8 posicoes (pedido + parcela, a chave de recebiveis.dat)
      *    e o vencimento e o da propria parcela, gravado pelo
      *    PROG66 pela condicao de pagamento - deixou de ser o
      *    faturamento + 1 mes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LINHA-REMESSA-COBRANCA.
           05 REMCOB-TIPO-REGISTRO PIC X.
           05 REMCOB-EMPRESA PIC X(20).
           05 REMCOB-DATA PIC 9(8).
           05 REMCOB-NOSSO-NUMERO PIC 9(8).
           05 REMCOB-CLIENTE PIC 9(6).
           05 REMCOB-NOME PIC X(20).
           05 REMCOB-ENDERECO PIC X(50).
           05 REMCOB-VALOR PIC 9(8)V99.
           05 REMCOB-VENCIMENTO PIC 9(8).
           05 REMCOB-QTDE PIC 9(6).
           05 REMCOB-TOTAL PIC 9(9)V99.

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  TOTAL-NA-REMESSA PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-REMESSA PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-RECEBIVEL.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE RECEBIVEL-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "TITULO " RECEBIVEL-CHAVE " COM CLIENTE "
                       RECEBIVEL-CLIENTE " SEM CADASTRO - FORA DA "
                       "REMESSA"
                   ADD 1 TO TOTAL-SEM-CLIENTE
       GRAVA-DETALHE-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-COBRANCA.
           MOVE "D" TO REMCOB-TIPO-REGISTRO.
           MOVE RECEBIVEL-CHAVE TO REMCOB-NOSSO-NUMERO.
           MOVE RECEBIVEL-CLIENTE TO REMCOB-CLIENTE.
           MOVE CLIENTE-NOME TO REMCOB-NOME.
           MOVE CLIENTE-ENDERECO TO REMCOB-ENDERECO.
           MOVE RECEBIVEL-SALDO TO REMCOB-VALOR.
           MOVE RECEBIVEL-DATA-VENCIMENTO TO REMCOB-VENCIMENTO.
           WRITE LINHA-REMESSA-COBRANCA.
           ADD 1 TO TOTAL-NA-REMESSA.
           ADD RECEBIVEL-SALDO TO TOTAL-VALOR-REMESSA.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-COBRANCA.
           MOVE "H" TO REMCOB-TIPO-REGISTRO.

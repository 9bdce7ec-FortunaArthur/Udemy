      *    Programa do Relatorio Mensal de Cancelamentos por Motivo
      *    Com o cancelamento do PROG63 guardando o pedido em vez de
      *    apagar, este relatorio le os pedidos Cancelados do mes
      *    informado (AAAAMM, pela PEDIDO-DATA-CANCELAMENTO) e totaliza
      *    quantidade e valor por motivo - desistencia do cliente,
      *    credito recusado, falta de estoque e erro de digitacao -
      *    listando cada pedido com o operador que cancelou. E este
      *    papel que responde quanto negocio se perde por falta de
      *    estoque contra recusa de credito, a discussao que antes
      *    era so opiniao.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-CANCEL-DESMONTADA.
           05 CANCEL-MES-AAMM PIC 9(6).
           05 CANCEL-DIA PIC 99.

       01  QTDE-DESISTENCIA PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-PEDIDO.

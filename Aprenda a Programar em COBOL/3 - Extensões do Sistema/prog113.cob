      *    proxima rodada. No final grava a linha de status sob a
      *    sigla TRANSF (o nome deste programa nao cabe nas 6
      *    posicoes de STATUS-PROGRAMA).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TRANSF-CHAVE
           FILE STATUS IS TRANSFERENCIA-FILE-STATUS.

           COPY "SELLOTACAO.cob".

           COPY "SELSTATUS.cob".

       01  TRANSFERENCIA-REGISTRO.
           05 TRANSF-CHAVE.
               10 TRANSF-FUNCIONARIO PIC 9(4).
               10 TRANSF-DATA-EFETIVA PIC 9(8).
           05 TRANSF-DEPTO-DESTINO PIC X(4).

           COPY "FDLOTACAO.cob".

           COPY "FDSTATUS.cob".

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  TRANSFERENCIA-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DEPTO-ANTERIOR-GUARDADO PIC X(20).
       01  QTDE-VENCIDAS PIC 9(3) VALUE 0.
       01  TABELA-VENCIDAS.
           05 VENCIDA-ITEM OCCURS 200 TIMES.
               10 VENCIDA-FUNCIONARIO PIC 9(4).
               10 VENCIDA-DATA-EFETIVA PIC 9(8).
               10 VENCIDA-DEPTO-DESTINO PIC X(4).

       01  TOTAL-APLICADAS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-TRANSFERENCIAS.


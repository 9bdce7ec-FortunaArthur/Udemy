      *    FDDISTLOG.cob - Layout da Linha do Log de Distribuicao
      *    1 linha por arquivo de filial gerado: quando foi
      *    distribuido, de que relatorio e de que data, pra que
      *    filial, com o nome do arquivo e os totais que ele leva.
       FD ARQUIVO-LOG-DISTRIBUICAO.

       01  LINHA-LOG-DISTRIBUICAO.
           05 LOGD-DATA-DISTRIBUICAO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-HORA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-RELATORIO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-DATA-RELATORIO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-FILIAL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-ARQUIVO PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-QTDE-ITENS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-QTDE-PAGINAS PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOGD-VALOR-TOTAL PIC 9(11)V99.

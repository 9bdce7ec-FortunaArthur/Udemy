      *    historico inteiro pra achar 2 semanas. Este expurgo recebe
      *    a data de corte, move as linhas mais antigas que o corte
      *    pra arquivos de expurgo datados pelo corte
      *    (hist_clientes_expurgo_AAAAMMDD.dat /
      *    status_execucoes_expurgo_AAAAMMDD.dat, 1 arquivo por leva -
      *    um expurgo de nome fixo so recriaria o cresce-pra-sempre
      *    que este programa existe pra matar) e regrava os arquivos
      *    vivos so com a janela recente, usando o mesmo vai-e-volta
      *    por arquivo de trabalho do rebuild do PROG46. Informa
      *    quantas linhas moveu e quantas ficaram.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-HISTORICO-EXPURGO.

       01  LINHA-HISTORICO-EXPURGO.
           05 EXP-HIST-DATA-CORTE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-HIST-LINHA PIC X(54).

       FD ARQUIVO-STATUS-EXPURGO.

       01  LINHA-STATUS-EXPURGO.
           05 EXP-STATUS-DATA-CORTE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-STATUS-LINHA PIC X(29).

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DE-CORTE PIC 9(8).

       01  NOME-EXPURGO-HISTORICO PIC X(40).
       01  NOME-EXPURGO-STATUS PIC X(40).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME A DATA DE CORTE (AAAAMMDD) - LINHAS MAIS "
               "ANTIGAS QUE ELA SERAO EXPURGADAS:".
           ACCEPT DATA-DE-CORTE.
           IF DATA-DE-CORTE = 0

      *    com erro, em vez de mandar feed datado de sabado.
      *    O feed deixou de regravar sempre o mesmo nome: cada
      *    rodada grava uma geracao datada
      *    (clientes_feed_faturamento_AAAAMMDD.dat) registrada no
      *    controle de geracoes da sub-rotina PROG90, que recusa a
      *    rerodada enquanto a geracao do dia nao for marcada como
      *    consumida pelo faturamento (baixa pelo PROG91) - ja
      *    saem mapeadas em "M" - o faturamento nao conhece "D" nem
      *    "N", e reenviar como atualizacao um cliente recem
      *    inativado anularia a inativacao no destino.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O nome da geracao
      *    passou a PIC X(50), pra caber o nome com a data AAAAMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FEED-ENDERECO PIC X(50).
           05 FEED-TOTAL PIC 9(6).

      *    Visao do cabecalho: a data de geracao ocupa o lugar do
      *    codigo e o comeco do nome
       01  LINHA-FEED-CABECALHO.
           05 FILLER PIC X(2).
           05 FEED-DATA-GERACAO PIC 9(8).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.
       01  FINAL-HISTORICO PIC X.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PARAMETRO-FILE-STATUS PIC X(2).
       01  DATA-EXECUCAO PIC 9(8).

       01  MODO-FEED PIC X.
           88 MODO-COMPLETO VALUE "C".
           88 MODO-DELTA VALUE "D".

       01  MARCA-DAGUA-FEED PIC 9(8) VALUE 0.
       01  ACAO-DA-LINHA PIC X VALUE SPACE.

       01  QTDE-CODIGOS-DELTA PIC 9(3) VALUE 0.
               10 DELTA-ULTIMA-OPERACAO PIC X.
       01  TOTAL-NO-FEED PIC 9(6) VALUE 0.

       01  NOME-ARQUIVO-GERACAO PIC X(50).
       01  GERACAO-OPERACAO PIC X VALUE "V".

       01  GERACAO-RESULTADO PIC X VALUE "N".
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.
       GRAVA-CABECALHO-FEED.
           MOVE SPACE TO LINHA-FEED.
           MOVE "H" TO FEED-TIPO-REGISTRO.
           MOVE DATA-EXECUCAO TO FEED-DATA-GERACAO.
           WRITE LINHA-FEED.

       GRAVA-LINHA-FEED.

      *    e a rodada diaria de retornos (PROG151) leem o mesmo
      *    arquivo - o mesmo caminho que FDHISTCLIENTE fez quando
      *    ganhou o segundo leitor.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CODIGO-INFORMADO PIC 9(4).
       01  FIM-RELATORIO PIC X.

           OPEN I-O ARQUIVO-AFASTAMENTO.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-AFASTAMENTOS UNTIL RESPOSTA = "N".
           MOVE DATA-EXECUCAO TO AFASTAMENTO-DATA-INICIO.
           DISPLAY "Informe o Motivo do Afastamento:".
           ACCEPT AFASTAMENTO-MOTIVO.
           DISPLAY "Informe o Retorno Previsto (AAAAMMDD):".
           ACCEPT AFASTAMENTO-RETORNO-PREVISTO.
           MOVE ZEROS TO AFASTAMENTO-RETORNO-REAL.
           SET AFASTAMENTO-EM-ABERTO TO TRUE.

      *    cartao_ponto.dat; linha ruim (ou cartao repetido no dia)
      *    sai com o motivo em relogio_rejeitados.dat e na listagem.
      *    O PROG72 fica so pras correcoes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de abrir qualquer arquivo, relogio_ponto.dat passou a
      *    ser conferido pelo PROG314: quantidade de linhas e soma das
      *    horas totais contra o header/trailer do relogio ou contra os
      *    totais informados pelo operador. Arquivo que nao bate, ou ja
      *    carregado com o mesmo nome e data, e recusado inteiro com
      *    status 8 em status_execucoes.dat; no fim da carga o arquivo
      *    fica registrado como carregado. As linhas H/T de controle sao
      *    puladas na leitura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  LINHA-RELOGIO.
           05 RELOGIO-FUNCIONARIO PIC 9(4).
           05 RELOGIO-DATA PIC 9(8).
           05 RELOGIO-HORAS-TOTAIS PIC 9(2)V9.

       01  LINHA-CONTROLE-RELOGIO.
           05 RELOGIO-TIPO-LINHA PIC X.
               88 RELOGIO-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(14).

       FD ARQUIVO-REJEITADOS-PONTO.

       01  LINHA-REJEITADO-PONTO.
           05 REJP-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJP-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJP-HORAS PIC 9(2)V9.
           05 FILLER PIC X(1) VALUE SPACE.
       01  PONTO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-RELOGIO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  MOTIVO-REJEICAO PIC X(35).

           88 LINHA-RUIM VALUE "N".

       01  DATA-RELOGIO-DESMONTADA.
           05 RELOGIO-AA PIC 9(4).
           05 RELOGIO-MM PIC 99.
           05 RELOGIO-DD PIC 99.

       01  TOTAL-CARREGADAS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADAS PIC 9(6) VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "CARGPT".
       01  RECEBIMENTO-ARQUIVO PIC X(50) VALUE "relogio_ponto.dat".
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 13.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 3.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 1.
       01  RECEBIMENTO-DATA-ARQUIVO PIC 9(8) VALUE 0.
       01  RECEBIMENTO-RESULTADO PIC X.
           88 RECEBIMENTO-LIBERADO VALUE "S".
           88 RECEBIMENTO-RECUSADO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CONFERE-ARQUIVO-DE-ENTRADA.
           IF RECEBIMENTO-RECUSADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-RELOGIO.
           OPEN I-O ARQUIVO-PONTO.
           DISPLAY "CARTOES CARREGADOS: " TOTAL-CARREGADAS.
           DISPLAY "LINHAS REJEITADAS COM MOTIVO: " TOTAL-REJEITADAS.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMA-BATIDA.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DO-RELOGIO.
           PERFORM LE-LINHA-DO-RELOGIO
               UNTIL FINAL-RELOGIO = "S"
                   OR NOT RELOGIO-LINHA-DE-CONTROLE.

       LE-LINHA-DO-RELOGIO.
           READ ARQUIVO-RELOGIO NEXT RECORD
               AT END MOVE "S" TO FINAL-RELOGIO.

           DISPLAY "REJEITADA: " RELOGIO-FUNCIONARIO " "
               RELOGIO-DATA " - " MOTIVO-REJEICAO.

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
      *    com o total de cartoes carregados; a linha sai sob a

      *    banco nao devolveu. A linha de status sai sob a sigla
      *    RETSAL, pra confirmacao aparecer no balanco matinal do
      *    PROG86.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de qualquer leitura, remessa_retorno.dat passou a ser
      *    conferido pelo PROG314: quantidade de linhas e soma de
      *    RETS-VALOR contra o header/trailer do banco ou contra os
      *    totais informados pelo operador. Arquivo que nao bate, ou ja
      *    conferido com o mesmo nome e data, e recusado inteiro com
      *    status 8 em status_execucoes.dat; no fim da conferencia o
      *    arquivo fica registrado como carregado. As linhas H/T de
      *    controle sao puladas na leitura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88 RETS-REJEITADO VALUE "R".
           05 RETS-MOTIVO PIC X(2).

       01  LINHA-CONTROLE-RETORNO.
           05 RETS-TIPO-LINHA PIC X.
               88 RETS-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(25).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  QTDE-NA-FOLHA PIC 9(3) VALUE 0.
       01  INDICE-FOLHA PIC 9(3).
       01  TOTAL-VALOR-DIVERGE PIC 9(6) VALUE 0.
       01  TOTAL-SEM-RETORNO PIC 9(6) VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "RETSAL".
       01  RECEBIMENTO-ARQUIVO PIC X(50) VALUE "remessa_retorno.dat".
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 16.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 8.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 2.
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

           PERFORM CARREGA-FOLHA-NA-TABELA.

           DISPLAY "FUNCIONARIOS DA FOLHA SEM RETORNO DO BANCO: "
               TOTAL-SEM-RETORNO.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           PERFORM LER-PROXIMA-LINHA-FOLHA.

       LER-PROXIMO-RETORNO.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DO-RETORNO.
           PERFORM LE-LINHA-DO-RETORNO
               UNTIL FINAL-ARQUIVO = "S"
                   OR NOT RETS-LINHA-DE-CONTROLE.

       LE-LINHA-DO-RETORNO.
           READ ARQUIVO-RETORNO-SALARIOS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

                   FOLHA-TAB-NOME(INDICE-FOLHA)
           END-IF.

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
      *    com o total de depositos efetivados; a linha sai sob a

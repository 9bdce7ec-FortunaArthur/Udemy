      *    Cartao novo entra como Pendente de aprovacao
      *    (PONTO-APROVACAO): e a revisao do supervisor no PROG159
      *    que aprova, e a folha nao paga hora pendente.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    A entrada passou a exigir o sign-on do PROG83 e cada
      *    cartao gravado sai tambem em trilha_ponto.dat com o
      *    operador que lancou: e com ela que a conferencia de
      *    segregacao de funcoes do PROG316 aponta o supervisor que
      *    aprovou no PROG159 o cartao que ele mesmo lancou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPONTO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELTRILPONTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPONTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTRILPONTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.
       01  PONTO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-INFORMADO PIC 9(4).
       01  DATA-PONTO-INFORMADA PIC 9(8).
       01  HORAS-NORMAIS-INFORMADAS PIC 9(2)V9.
       01  HORAS-EXTRAS-INFORMADAS PIC 9(2)V9.

           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PROG72".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - ENTRADA ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-CARTAO UNTIL RESPOSTA = "N".
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-FUNCIONARIO.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.


       INFORMA-DADOS-DO-CARTAO.
           MOVE ZEROS TO DATA-PONTO-INFORMADA.
           DISPLAY "Informe a Data do Cartao (AAAAMMDD, ENTER para "
               "hoje):".
           ACCEPT DATA-PONTO-INFORMADA.
           IF DATA-PONTO-INFORMADA = 0
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CARTOES-GRAVADOS
                   PERFORM GRAVA-TRILHA-DO-CARTAO
           END-WRITE.

       GRAVA-TRILHA-DO-CARTAO.
      *    1 linha por cartao lancado, com o operador do sign-on
           OPEN EXTEND ARQUIVO-TRILHA-PONTO.
           MOVE SPACE TO LINHA-TRILHA-PONTO.
           MOVE DATA-EXECUCAO TO TRILP-DATA.
           ACCEPT TRILP-HORA FROM TIME.
           SET TRILP-LANCAMENTO TO TRUE.
           MOVE OPERADOR-ID TO TRILP-OPERADOR.
           MOVE PONTO-FUNCIONARIO TO TRILP-FUNCIONARIO.
           MOVE PONTO-DATA TO TRILP-DATA-CARTAO.
           WRITE LINHA-TRILHA-PONTO.
           CLOSE ARQUIVO-TRILHA-PONTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de cartoes gravados nesta rodada

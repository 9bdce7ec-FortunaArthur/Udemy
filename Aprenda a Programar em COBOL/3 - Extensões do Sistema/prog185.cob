       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG185.
      *    Programa de Carga do Retorno de Autorizacao da NF-e
      *    O faturamento noturno (PROG66) numera a NF-e de cada
      *    pedido e manda a remessa pro sistema emissor, mas a chave
      *    de acesso e o protocolo da SEFAZ ficavam so la. Esta
      *    carga, no molde do PROG67, le o retorno nfe_retorno.dat
      *    (largura fixa: serie, numero, pedido, situacao, chave de
      *    acesso, protocolo, data e motivo), casa cada linha com o
      *    pedido em pedidos.dat pela chave e confere se a serie e o
      *    numero sao os que o faturamento gravou. Linha que confere
      *    grava no pedido a chave, o protocolo, a data do retorno e
      *    a situacao: (A)utorizada, (R)ejeitada ou (C)ancelada.
      *    Nota rejeitada ou cancelada e linha que nao casa vao pra
      *    listagem de excecoes nfe_excecoes.dat, com o motivo, que
      *    e a lista de trabalho do fiscal.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".

           SELECT ARQUIVO-RETORNO-NFE
           ASSIGN TO "nfe_retorno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES-NFE
           ASSIGN TO "nfe_excecoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".

       FD ARQUIVO-RETORNO-NFE.

       01  LINHA-RETORNO-NFE.
           05 RET-SERIE PIC 9(3).
           05 RET-NUMERO PIC 9(6).
           05 RET-PEDIDO PIC 9(6).
           05 RET-SITUACAO PIC X.
               88 RET-AUTORIZADA VALUE "A".
               88 RET-REJEITADA VALUE "R".
               88 RET-CANCELADA VALUE "C".
           05 RET-CHAVE-ACESSO PIC X(44).
           05 RET-PROTOCOLO PIC X(15).
           05 RET-DATA PIC 9(8).
           05 RET-MOTIVO PIC X(30).

       FD ARQUIVO-EXCECOES-NFE.

       01  LINHA-EXCECAO-NFE.
           05 EXC-SERIE PIC 9(3).
           05 FILLER PIC X(1) VALUE "/".
           05 EXC-NUMERO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-PEDIDO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-SITUACAO PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-MOTIVO PIC X(40).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  FINAL-RETORNO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  MOTIVO-EXCECAO PIC X(40).

       01  TOTAL-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-AUTORIZADAS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADAS PIC 9(6) VALUE 0.
       01  TOTAL-CANCELADAS PIC 9(6) VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.

       01  RETORNO-FLAG PIC X.
           88 RETORNO-CONFERE VALUE "S".
           88 RETORNO-NAO-CONFERE VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-RETORNO-NFE.
           OPEN I-O ARQUIVO-PEDIDO.
           OPEN OUTPUT ARQUIVO-EXCECOES-NFE.

           DISPLAY "CARGA DO RETORNO DA NF-E - DATA " DATA-EXECUCAO.
           DISPLAY "-------------------------------------------------".

           MOVE "N" TO FINAL-RETORNO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM CARREGA-RETORNO UNTIL FINAL-RETORNO = "S".

           CLOSE ARQUIVO-RETORNO-NFE.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-EXCECOES-NFE.

           DISPLAY "-------------------------------------------------".
           DISPLAY "LINHAS DE RETORNO LIDAS: " TOTAL-LIDAS.
           DISPLAY "NOTAS AUTORIZADAS: " TOTAL-AUTORIZADAS.
           DISPLAY "NOTAS REJEITADAS: " TOTAL-REJEITADAS.
           DISPLAY "NOTAS CANCELADAS: " TOTAL-CANCELADAS.
           DISPLAY "LINHAS NA LISTAGEM DE EXCECOES: " TOTAL-EXCECOES.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO-NFE NEXT RECORD
               AT END MOVE "S" TO FINAL-RETORNO.

       CARREGA-RETORNO.
           ADD 1 TO TOTAL-LIDAS.
           SET RETORNO-CONFERE TO TRUE.
           MOVE SPACE TO MOTIVO-EXCECAO.

           PERFORM CONFERE-RETORNO-COM-PEDIDO.
           IF RETORNO-CONFERE
               PERFORM GRAVA-RETORNO-NO-PEDIDO
           ELSE
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-EXCECAO
           END-IF.

           PERFORM LER-PROXIMO-RETORNO.

       CONFERE-RETORNO-COM-PEDIDO.
      *    O pedido tem de existir, ter nota emitida e ser a mesma
      *    serie e numero; situacao fora de A/R/C nao e aplicada
           IF NOT RET-AUTORIZADA AND NOT RET-REJEITADA
               AND NOT RET-CANCELADA
               MOVE "SITUACAO DE RETORNO INVALIDA" TO MOTIVO-EXCECAO
               SET RETORNO-NAO-CONFERE TO TRUE
           ELSE
               MOVE RET-PEDIDO TO PEDIDO-NUMERO
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       MOVE "PEDIDO NAO ENCONTRADO" TO MOTIVO-EXCECAO
                       SET RETORNO-NAO-CONFERE TO TRUE
                   NOT INVALID KEY
                       IF PEDIDO-NFE-NAO-EMITIDA
                           MOVE "PEDIDO SEM NF-E EMITIDA"
                               TO MOTIVO-EXCECAO
                           SET RETORNO-NAO-CONFERE TO TRUE
                       ELSE
                           IF PEDIDO-NFE-SERIE NOT = RET-SERIE
                               OR PEDIDO-NFE-NUMERO NOT = RET-NUMERO
                               MOVE "SERIE/NUMERO NAO CONFERE"
                                   TO MOTIVO-EXCECAO
                               SET RETORNO-NAO-CONFERE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       GRAVA-RETORNO-NO-PEDIDO.
      *    Rejeitada e cancelada ficam gravadas no pedido e vao
      *    tambem pra listagem, que e onde o fiscal trabalha
           MOVE RET-SITUACAO TO PEDIDO-NFE-SITUACAO.
           MOVE RET-CHAVE-ACESSO TO PEDIDO-NFE-CHAVE-ACESSO.
           MOVE RET-PROTOCOLO TO PEDIDO-NFE-PROTOCOLO.
           IF RET-DATA = 0
               MOVE DATA-EXECUCAO TO PEDIDO-NFE-DATA-RETORNO
           ELSE
               MOVE RET-DATA TO PEDIDO-NFE-DATA-RETORNO
           END-IF.
           MOVE RET-MOTIVO TO PEDIDO-NFE-MOTIVO.
           REWRITE PEDIDO-REGISTRO
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O PEDIDO" TO MOTIVO-EXCECAO
                   SET EXECUCAO-COM-ERRO TO TRUE
                   PERFORM GRAVA-EXCECAO
               NOT INVALID KEY
                   PERFORM CONTA-RETORNO-APLICADO
           END-REWRITE.

       CONTA-RETORNO-APLICADO.
           EVALUATE TRUE
               WHEN PEDIDO-NFE-AUTORIZADA
                   ADD 1 TO TOTAL-AUTORIZADAS
               WHEN PEDIDO-NFE-REJEITADA
                   ADD 1 TO TOTAL-REJEITADAS
                   STRING "REJEITADA: " DELIMITED BY SIZE
                       RET-MOTIVO DELIMITED BY SIZE
                       INTO MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO
               WHEN PEDIDO-NFE-CANCELADA
                   ADD 1 TO TOTAL-CANCELADAS
                   MOVE "CANCELADA - CONFERIR O TITULO A RECEBER"
                       TO MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO
           END-EVALUATE.

       GRAVA-EXCECAO.
           MOVE SPACE TO LINHA-EXCECAO-NFE.
           MOVE RET-SERIE TO EXC-SERIE.
           MOVE RET-NUMERO TO EXC-NUMERO.
           MOVE RET-PEDIDO TO EXC-PEDIDO.
           MOVE RET-SITUACAO TO EXC-SITUACAO.
           MOVE MOTIVO-EXCECAO TO EXC-MOTIVO.
           WRITE LINHA-EXCECAO-NFE.
           ADD 1 TO TOTAL-EXCECOES.
           DISPLAY "NF-E " RET-SERIE "/" RET-NUMERO " PEDIDO "
               RET-PEDIDO " - " MOTIVO-EXCECAO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de linhas de retorno lidas; a linha sai sob a
      *    sigla RETNFE - STATUS-PROGRAMA tem 6 posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "RETNFE" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-LIDAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.

      *    a troca no primeiro acesso), e a opcao (S)enha redefine a
      *    senha, zera as falhas e destrava quem travou nas 3
      *    tentativas.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Toda virada do operador (novo, inativado, reativado,
      *    destravado na redefinicao de senha, excluido) sai tambem
      *    em sessoes_operadores.dat, ao lado dos eventos do
      *    sign-on: e com a trilha completa que a conferencia de
      *    segregacao de funcoes do PROG316 sabe se um aprovador
      *    estava ativo e destravado na hora da aprovacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELOPERADOR.cob".
           COPY "SELSESSAO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERADOR.cob".
           COPY "FDSESSAO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  SITUACAO-ANTERIOR PIC X.
       01  EVENTO-DA-SESSAO PIC X.

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-OPERADOR.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-OPERADORES UNTIL RESPOSTA = "N".
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
                       MOVE "N" TO EVENTO-DA-SESSAO
                       PERFORM GRAVA-VIRADA-NA-SESSAO
               END-WRITE
           END-IF.

           END-READ.

       ALTERA-CAMPOS.
           MOVE OPERADOR-SITUACAO TO SITUACAO-ANTERIOR.
           DISPLAY "Novo Nome:".
           ACCEPT OPERADOR-NOME.
           DISPLAY "Nova Situacao (A-Ativo / I-Inativo):".
                   DISPLAY "ERRO AO ALTERAR O CODIGO "
                       OPERADOR-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM REGISTRA-VIRADA-DE-SITUACAO
           END-REWRITE.

       REGISTRA-VIRADA-DE-SITUACAO.
           IF OPERADOR-SITUACAO NOT = SITUACAO-ANTERIOR
               IF OPERADOR-INATIVO
                   MOVE "I" TO EVENTO-DA-SESSAO
               ELSE
                   MOVE "A" TO EVENTO-DA-SESSAO
               END-IF
               PERFORM GRAVA-VIRADA-NA-SESSAO
           END-IF.

       REDEFINE-SENHA.
      *    Redefine a senha, zera as falhas e destrava; a data de
      *    troca zerada obriga o operador a trocar no proximo
                       NOT INVALID KEY
                           DISPLAY "SENHA REDEFINIDA E OPERADOR "
                               "DESTRAVADO"
                           MOVE "D" TO EVENTO-DA-SESSAO
                           PERFORM GRAVA-VIRADA-NA-SESSAO
                   END-REWRITE
           END-READ.

                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-EXCLUIDOS
                           MOVE "E" TO EVENTO-DA-SESSAO
                           PERFORM GRAVA-VIRADA-NA-SESSAO
           END-READ.

       GRAVA-VIRADA-NA-SESSAO.
      *    A mesma linha do sign-on do PROG83, com o operador
      *    alterado e o evento do cadastro
           OPEN EXTEND ARQUIVO-SESSAO.
           MOVE SPACE TO LINHA-SESSAO.
           MOVE DATA-EXECUCAO TO SESSAO-DATA.
           ACCEPT SESSAO-HORA FROM TIME.
           MOVE OPERADOR-CODIGO TO SESSAO-OPERADOR.
           MOVE "PROG82" TO SESSAO-PROGRAMA.
           MOVE EVENTO-DA-SESSAO TO SESSAO-EVENTO.
           WRITE LINHA-SESSAO.
           CLOSE ARQUIVO-SESSAO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de operadores adicionados nesta rodada

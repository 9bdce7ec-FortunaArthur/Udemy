       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG193.
      *    Programa de Aprovacao das Propostas de Reposicao
      *    O recalculo mensal do PROG192 grava em
      *    propostas_reposicao.dat o estoque minimo e a quantidade
      *    de reposicao propostos pelo consumo, sem mexer no
      *    cadastro. Aqui o comprador passa pelas propostas uma a
      *    uma, como nas sugestoes de compra do PROG169, e so as que
      *    ele aprova sao regravadas em produtos.dat. Proposta de
      *    produto que mudou no PROG64 depois da rodada (minimo ou
      *    reposicao diferente do que a proposta diz ser o atual) e
      *    pulada, pra nao desfazer a alteracao feita a mao; a
      *    proxima rodada do PROG192 propoe de novo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELPROPREPOS.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDPROPREPOS.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FINAL-PROPOSTAS PIC X.

       01  RESPOSTA-ITEM PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  TOTAL-PROPOSTAS-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-APLICADAS PIC 9(6) VALUE 0.
       01  TOTAL-RECUSADAS PIC 9(6) VALUE 0.
       01  TOTAL-PULADAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "REPOSI".

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
                   "INATIVO - APROVACAO DE REPOSICAO ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-PROPOSTA-REPOSICAO.
           MOVE "N" TO FINAL-PROPOSTAS.
           PERFORM LER-PROXIMA-PROPOSTA.
           PERFORM AVALIA-PROPOSTA UNTIL FINAL-PROPOSTAS = "S".
           CLOSE ARQUIVO-PROPOSTA-REPOSICAO.
           CLOSE ARQUIVO-PRODUTO.

           DISPLAY "PROPOSTAS LIDAS: " TOTAL-PROPOSTAS-LIDAS.
           DISPLAY "PROPOSTAS APLICADAS NO CADASTRO: " TOTAL-APLICADAS.
           DISPLAY "PROPOSTAS RECUSADAS: " TOTAL-RECUSADAS.
           DISPLAY "PROPOSTAS PULADAS (PRODUTO ALTERADO OU SEM "
               "CADASTRO): " TOTAL-PULADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMA-PROPOSTA.
           READ ARQUIVO-PROPOSTA-REPOSICAO NEXT RECORD
               AT END MOVE "S" TO FINAL-PROPOSTAS.

       AVALIA-PROPOSTA.
           ADD 1 TO TOTAL-PROPOSTAS-LIDAS.
           MOVE PROPREP-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " PROPREP-PRODUTO
                       " NAO CONSTA MAIS NO CADASTRO - PULADO"
                   ADD 1 TO TOTAL-PULADAS
               NOT INVALID KEY
                   PERFORM CONFERE-PROPOSTA-COM-CADASTRO
           END-READ.
           PERFORM LER-PROXIMA-PROPOSTA.

       CONFERE-PROPOSTA-COM-CADASTRO.
           IF PRODUTO-ESTOQUE-MINIMO NOT = PROPREP-MINIMO-ATUAL
               OR PRODUTO-QTDE-REPOSICAO NOT = PROPREP-REPOSICAO-ATUAL
               DISPLAY "PRODUTO " PROPREP-PRODUTO " "
                   PRODUTO-DESCRICAO " ALTERADO DEPOIS DA PROPOSTA "
                   "DE " PROPREP-DATA " - PULADO"
               ADD 1 TO TOTAL-PULADAS
           ELSE
               PERFORM PERGUNTA-APROVACAO
           END-IF.

       PERGUNTA-APROVACAO.
           DISPLAY "-------------".
           DISPLAY "PRODUTO " PROPREP-PRODUTO " " PRODUTO-DESCRICAO
               " PRAZO " PROPREP-PRAZO " DIAS".
           DISPLAY "SAIDA MENSAL MEDIA " PROPREP-MEDIA-MENSAL
               " PICO " PROPREP-PICO-MENSAL.
           DISPLAY "MINIMO " PROPREP-MINIMO-ATUAL " -> "
               PROPREP-MINIMO-PROPOSTO "  REPOSICAO "
               PROPREP-REPOSICAO-ATUAL " -> "
               PROPREP-REPOSICAO-PROPOSTA.
           DISPLAY "Aplicar no cadastro? (S/N)".
           ACCEPT RESPOSTA-ITEM.
           IF RESPOSTA-ITEM = "S"
               PERFORM APLICA-PROPOSTA
           ELSE
               ADD 1 TO TOTAL-RECUSADAS
           END-IF.

       APLICA-PROPOSTA.
           MOVE PROPREP-MINIMO-PROPOSTO TO PRODUTO-ESTOQUE-MINIMO.
           MOVE PROPREP-REPOSICAO-PROPOSTA TO PRODUTO-QTDE-REPOSICAO.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PRODUTO "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-APLICADAS
           END-REWRITE.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de propostas aplicadas no cadastro; a linha
      *    sai sob a sigla REPOSI (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "REPOSI" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-APLICADAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
